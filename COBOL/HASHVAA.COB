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
	 03 CK-REJECT-COUNT	       PIC 9(7).
	 03 CK-DILUG-COUNT	       PIC 9(7).
	 03 CK-RSB-CARRY-COUNT	       PIC 9(7).
	 03 CK-IKUV-COUNT	       PIC 9(7).
      *===============================================================*
       FD CY-BANK
	   VALUE OF FILE-ID WS-CY-FILE-NAME
	 03 PM-GEN-DD		       PIC X(2).
	 03 PM-KM-FILE		       PIC X(40).
	 03 PM-CK-FILE		       PIC X(40).
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
	 03 I-NIMTZA		       PIC 9(3) VALUE 0.
      *===============================================================*
       01 MH-MAPHTECHOT-HASHVAA.
	 03 MH-MF-FILE-STATUS	       PIC X(2).
	   88 MH-MF-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-MF-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-KM-FILE-STATUS	       PIC X(2).
	   88 MH-KM-FILE-STATUS-TAKIN  VALUE '00'.
	 03 MH-KY-FILE-STATUS	       PIC X(2).
	   88 SW-SOF-KM 	       VALUE 9.
	 03 SW-KY-SW		       PIC 9 VALUE 0.
	   88 SW-SOF-KY 	       VALUE 9.
      *===============================================================*
      * THE SIGNED-ON OPERATOR AND AUTHORITY LEVEL.  WS-MAFIL STAYS
      * 'BATCH' WHEN THE PROGRAM RUNS UNATTENDED.
      *===============================================================*
       01 WS-KNISA-SADOT.
	 03 WS-MAFIL		       PIC X(8) VALUE 'BATCH'.
	 03 WS-SISMA		       PIC X(8).
	 03 WS-RAMA		       PIC X(1) VALUE SPACE.
	 03 WS-NISAYON		       PIC 9(1) VALUE 0.
	 03 WS-KNISA-SW 	       PIC 9 VALUE 0.
	   88 WS-KNISA-TAKINA	       VALUE 1.
      *****************************************************************
       PROCEDURE		       DIVISION.
      *****************************************************************
       VZA00.
	    PERFORM VZA1-KRIAT-PARAMETRIM.
	    IF WS-GEN-DD = SPACES
		   PERFORM VZK-KNISAT-MAFIL
		   DISPLAY 'HASHVAA: GENERATION DAY (01-31): '
		   ACCEPT WS-GEN-DD.
	    MOVE SPACES TO WS-KY-FILE-NAME.
	    CLOSE DO-BANK.
       VZZ-EXIT. EXIT.
      *===============================================================*
      * OPERATOR SIGN-ON: THREE TRIES AT OPERATOR ID AND PASSWORD
      * AGAINST THE REGISTRY.  A BLOCKED OPERATOR, OR NO REGISTRY AT
      * ALL, ENDS THE RUN.
      *===============================================================*
       VZK-KNISAT-MAFIL 	       SECTION.
      *---------------------------------------------------------------*
       VZK00.
	    PERFORM VZK1-NISAYON-KNISA
	     UNTIL WS-KNISA-TAKINA OR WS-NISAYON = 3.
	    IF NOT WS-KNISA-TAKINA
		   DISPLAY 'HASHVAA: KNISA NICHSHELA -- SIYUM'
		   STOP RUN.
	    DISPLAY 'HASHVAA: MAFIL ' WS-MAFIL ' NICHNAS'.
       VZK-EXIT. EXIT.
      *===============================================================*
       VZK1-NISAYON-KNISA	       SECTION.
      *---------------------------------------------------------------*
       VZK10-NISAYON-KNISA.
	    ADD 1 TO WS-NISAYON.
	    DISPLAY 'MAFIL: '.
	    ACCEPT WS-MAFIL.
	    DISPLAY 'SISMA: '.
	    ACCEPT WS-SISMA.
	    IF WS-MAFIL = SPACES
		   DISPLAY 'MAFIL CHASER'
		   GO TO VZK10-EXIT.
	    OPEN INPUT MF-BANK.
	    IF MH-MF-FILE-NOT-FOUND
		   DISPLAY 'HASHVAA: EIN A:MAFILIM.DAT -- SIYUM'
		   STOP RUN.
	    IF NOT MH-MF-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING MF-BANK, FILE STATUS = '
		     MH-MF-FILE-STATUS
		   STOP RUN.
	    PERFORM VZK2-KRIAT-MAFIL
	     UNTIL MH-MF-FILE-STATUS NOT = '00' OR WS-KNISA-TAKINA.
	    CLOSE MF-BANK.
	    IF NOT WS-KNISA-TAKINA
		   DISPLAY 'MAFIL O SISMA SHGUYIM'.
       VZK10-EXIT. EXIT.
      *===============================================================*
       VZK2-KRIAT-MAFIL 	       SECTION.
      *---------------------------------------------------------------*
       VZK20-KRIAT-MAFIL.
	    READ MF-BANK
		   AT END
		     GO TO VZK20-EXIT.
	    IF MF-MAFIL NOT = WS-MAFIL
	       OR MF-SISMA NOT = WS-SISMA
		   GO TO VZK20-EXIT.
	    IF MF-MATZAV = 'N'
		   DISPLAY 'HASHVAA: MAFIL ' WS-MAFIL ' CHASUM -- SIYUM'
		   CLOSE MF-BANK
		   STOP RUN.
	    MOVE MF-RAMA TO WS-RAMA.
	    SET WS-KNISA-TAKINA TO TRUE.
       VZK20-EXIT. EXIT.
      *===============================================================*
