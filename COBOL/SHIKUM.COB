	     ASSIGN TO DISK
	     FILE STATUS IS MH-PM-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *===============================================================*
	    SELECT MF-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-MF-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
       DATA			       DIVISION.
      *****************************************************************
	 03 KT-MATZAV		       PIC X(1).
	   88 KT-MUCHAN 	       VALUE 'R'.
	 03 KT-REASON		       PIC X(50).
	 03 KT-MAFIL		       PIC X(8).
      *===============================================================*
       FD PM-BANK
	   VALUE OF FILE-ID 'A:SHIKUM.PRM'
       01 PM-REC.
	 03 PM-KR-FILE		       PIC X(40).
	 03 PM-KT-FILE		       PIC X(40).
      *===============================================================*
      * THE OPERATOR REGISTRY: ONE LINE PER OPERATOR WITH THE
      * PASSWORD, THE AUTHORITY LEVEL ('P' CLERK, 'M' SUPERVISOR) AND
      * MATZAV 'P' ACTIVE OR 'N' BLOCKED.  MAINTAINED BY HAND, LIKE
      * THE BANK REGISTRY.
      *===============================================================*
       FD MF-BANK
	   VALUE OF FILE-ID 'A:MAFILIM.DAT'
	   LABEL RECORD STANDARD.
       01 MF-REC.
	 03 MF-MAFIL		       PIC X(8).
	 03 MF-SHEM		       PIC X(20).
	 03 MF-SISMA		       PIC X(8).
	 03 MF-RAMA		       PIC X(1).
	 03 MF-MATZAV		       PIC X(1).
      *****************************************************************
       WORKING-STORAGE		       SECTION.
      *---------------------------------------------------------------*
       01 MH-MAPHTECHOT-HASHVAA.
	 03 MH-MF-FILE-STATUS	       PIC X(2).
	   88 MH-MF-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-MF-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-KR-FILE-STATUS	       PIC X(2).
	   88 MH-KR-FILE-STATUS-TAKIN  VALUE '00'.
	 03 MH-KT-FILE-STATUS	       PIC X(2).
	   88 SW-SOF-KR 	       VALUE 9.
	 03 SW-SIYUM-SW 	       PIC 9 VALUE 0.
	   88 SW-SIYUM		       VALUE 1.
      *===============================================================*
      * THE SIGNED-ON OPERATOR AND AUTHORITY LEVEL.
      *===============================================================*
       01 WS-KNISA-SADOT.
	 03 WS-MAFIL		       PIC X(8) VALUE 'BATCH'.
	 03 WS-SISMA		       PIC X(8).
	 03 WS-RAMA		       PIC X(1) VALUE SPACE.
	   88 WS-RAMA-MEMUNE	       VALUE 'M'.
	 03 WS-NISAYON		       PIC 9(1) VALUE 0.
	 03 WS-KNISA-SW 	       PIC 9 VALUE 0.
	   88 WS-KNISA-TAKINA	       VALUE 1.
      *****************************************************************
       PROCEDURE		       DIVISION.
      *****************************************************************
       S-SHIKUM 		       SECTION.
      *---------------------------------------------------------------*
       S00.
	    PERFORM SZK-KNISAT-MAFIL.
	    IF NOT WS-RAMA-MEMUNE
		   DISPLAY 'SHIKUM: LE-MEMUNE BILVAD -- SIYUM'
		   STOP RUN.
	    PERFORM SZA-ATCHALAT-SHIKUM.
	    PERFORM SA-TIPUL-KR UNTIL SW-SOF-KR.
	    PERFORM SZZ-SIYOM-SHIKUM.
	    MOVE KR-RUN-DATE TO KT-RUN-DATE.
	    MOVE 'R' TO KT-MATZAV.
	    MOVE KR-REASON TO KT-REASON.
	    MOVE WS-MAFIL TO KT-MAFIL.
	    WRITE KT-REC.
	    ADD 1 TO WS-TIKUN-COUNT.
	    DISPLAY 'SHIKUM: CHESHBON ' KR-CHESHBON
      *---------------------------------------------------------------*
       SF00.
	    MOVE KR-REC TO KT-REC.
	    MOVE WS-MAFIL TO KT-MAFIL.
	    WRITE KT-REC.
	    ADD 1 TO WS-DILUG-COUNT.
       SF-EXIT. EXIT.
	    DISPLAY 'SHIKUM: MIZUG.RSB MUCHAN LA-MIZUG HA-BA.'.
       SZZ-EXIT. EXIT.
      *===============================================================*
      * OPERATOR SIGN-ON: THREE TRIES AT OPERATOR ID AND PASSWORD
      * AGAINST THE REGISTRY.  A BLOCKED OPERATOR, OR NO REGISTRY AT
      * ALL, ENDS THE RUN.
      *===============================================================*
       SZK-KNISAT-MAFIL 	       SECTION.
      *---------------------------------------------------------------*
       SZK00.
	    PERFORM SZK1-NISAYON-KNISA
	     UNTIL WS-KNISA-TAKINA OR WS-NISAYON = 3.
	    IF NOT WS-KNISA-TAKINA
		   DISPLAY 'SHIKUM: KNISA NICHSHELA -- SIYUM'
		   STOP RUN.
	    DISPLAY 'SHIKUM: MAFIL ' WS-MAFIL ' NICHNAS'.
       SZK-EXIT. EXIT.
      *===============================================================*
       SZK1-NISAYON-KNISA	       SECTION.
      *---------------------------------------------------------------*
       SZK10-NISAYON-KNISA.
	    ADD 1 TO WS-NISAYON.
	    DISPLAY 'MAFIL: '.
	    ACCEPT WS-MAFIL.
	    DISPLAY 'SISMA: '.
	    ACCEPT WS-SISMA.
	    IF WS-MAFIL = SPACES
		   DISPLAY 'MAFIL CHASER'
		   GO TO SZK10-EXIT.
	    OPEN INPUT MF-BANK.
	    IF MH-MF-FILE-NOT-FOUND
		   DISPLAY 'SHIKUM: EIN A:MAFILIM.DAT -- SIYUM'
		   STOP RUN.
	    IF NOT MH-MF-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING MF-BANK, FILE STATUS = '
		     MH-MF-FILE-STATUS
		   STOP RUN.
	    PERFORM SZK2-KRIAT-MAFIL
	     UNTIL MH-MF-FILE-STATUS NOT = '00' OR WS-KNISA-TAKINA.
	    CLOSE MF-BANK.
	    IF NOT WS-KNISA-TAKINA
		   DISPLAY 'MAFIL O SISMA SHGUYIM'.
       SZK10-EXIT. EXIT.
      *===============================================================*
       SZK2-KRIAT-MAFIL 	       SECTION.
      *---------------------------------------------------------------*
       SZK20-KRIAT-MAFIL.
	    READ MF-BANK
		   AT END
		     GO TO SZK20-EXIT.
	    IF MF-MAFIL NOT = WS-MAFIL
	       OR MF-SISMA NOT = WS-SISMA
		   GO TO SZK20-EXIT.
	    IF MF-MATZAV = 'N'
		   DISPLAY 'SHIKUM: MAFIL ' WS-MAFIL ' CHASUM -- SIYUM'
		   CLOSE MF-BANK
		   STOP RUN.
	    MOVE MF-RAMA TO WS-RAMA.
	    SET WS-KNISA-TAKINA TO TRUE.
       SZK20-EXIT. EXIT.
      *===============================================================*
