	     ASSIGN TO DISK
	     FILE STATUS IS MH-ST-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *===============================================================*
	    SELECT MF-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-MF-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
       DATA			       DIVISION.
      *****************************************************************
	 03 ST-DATE		       PIC 9(8).
	 03 ST-TIME		       PIC 9(8).
	 03 ST-MAKOR		       PIC X(10).
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
	 03 MH-KM-FILE-STATUS	       PIC X(2).
	   88 MH-KM-FILE-STATUS-TAKIN  VALUE '00'.
	 03 MH-KI-FILE-STATUS	       PIC X(2).
	   88 SW-SOF-KM 	       VALUE 9.
	 03 SW-KI-SW		       PIC 9 VALUE 0.
	   88 SW-SOF-KI 	       VALUE 9.
      *===============================================================*
      * THE SIGNED-ON OPERATOR AND AUTHORITY LEVEL.  WS-MAFIL STAYS
      * 'BATCH' WHEN THE PROGRAM RUNS UNATTENDED.
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
	    IF WS-PRM-BNIYA
		   PERFORM EB-BNIYAT-INDEX
	    ELSE
		   PERFORM EZK-KNISAT-MAFIL
		   PERFORM EA-KABALAT-BAKASHA UNTIL SW-SOF-ITUR.
	    DISPLAY 'ITUR: SIYUM.'.
	    GOBACK.
       EA00.
	    DISPLAY ' '.
	    DISPLAY 'ITUR MIZUG.DAT -- BCHAR PEULA:'.
	    DISPLAY '  (B)NIYAT INDEX ME-KM-BANK (MEMUNE)'.
	    DISPLAY '  (C)HESHBON -- ITUR LEFI CHESHBON'.
	    DISPLAY '  (Z)       -- ITUR LEFI TZ'.
	    DISPLAY '  (S)IYUM'.
	    ACCEPT WS-PEULA.
	    IF WS-PEULA-BNIYA AND NOT WS-RAMA-MEMUNE
		   DISPLAY 'ITUR: BNIYAT INDEX LE-MEMUNE BILVAD'
	    ELSE IF WS-PEULA-BNIYA
		   PERFORM EB-BNIYAT-INDEX
	    ELSE IF WS-PEULA-CHESHBON
		   PERFORM EC-ITUR-CHESHBON
	    CLOSE PM-BANK.
       EZA05-EXIT. EXIT.
      *===============================================================*
      * OPERATOR SIGN-ON: THREE TRIES AT OPERATOR ID AND PASSWORD
      * AGAINST THE REGISTRY.  A BLOCKED OPERATOR, OR NO REGISTRY AT
      * ALL, ENDS THE RUN.
      *===============================================================*
       EZK-KNISAT-MAFIL 	       SECTION.
      *---------------------------------------------------------------*
       EZK00.
	    PERFORM EZK1-NISAYON-KNISA
	     UNTIL WS-KNISA-TAKINA OR WS-NISAYON = 3.
	    IF NOT WS-KNISA-TAKINA
		   DISPLAY 'ITUR: KNISA NICHSHELA -- SIYUM'
		   STOP RUN.
	    DISPLAY 'ITUR: MAFIL ' WS-MAFIL ' NICHNAS'.
       EZK-EXIT. EXIT.
      *===============================================================*
       EZK1-NISAYON-KNISA	       SECTION.
      *---------------------------------------------------------------*
       EZK10-NISAYON-KNISA.
	    ADD 1 TO WS-NISAYON.
	    DISPLAY 'MAFIL: '.
	    ACCEPT WS-MAFIL.
	    DISPLAY 'SISMA: '.
	    ACCEPT WS-SISMA.
	    IF WS-MAFIL = SPACES
		   DISPLAY 'MAFIL CHASER'
		   GO TO EZK10-EXIT.
	    OPEN INPUT MF-BANK.
	    IF MH-MF-FILE-NOT-FOUND
		   DISPLAY 'ITUR: EIN A:MAFILIM.DAT -- SIYUM'
		   STOP RUN.
	    IF NOT MH-MF-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING MF-BANK, FILE STATUS = '
		     MH-MF-FILE-STATUS
		   STOP RUN.
	    PERFORM EZK2-KRIAT-MAFIL
	     UNTIL MH-MF-FILE-STATUS NOT = '00' OR WS-KNISA-TAKINA.
	    CLOSE MF-BANK.
	    IF NOT WS-KNISA-TAKINA
		   DISPLAY 'MAFIL O SISMA SHGUYIM'.
       EZK10-EXIT. EXIT.
      *===============================================================*
       EZK2-KRIAT-MAFIL 	       SECTION.
      *---------------------------------------------------------------*
       EZK20-KRIAT-MAFIL.
	    READ MF-BANK
		   AT END
		     GO TO EZK20-EXIT.
	    IF MF-MAFIL NOT = WS-MAFIL
	       OR MF-SISMA NOT = WS-SISMA
		   GO TO EZK20-EXIT.
	    IF MF-MATZAV = 'N'
		   DISPLAY 'ITUR: MAFIL ' WS-MAFIL ' CHASUM -- SIYUM'
		   CLOSE MF-BANK
		   STOP RUN.
	    MOVE MF-RAMA TO WS-RAMA.
	    SET WS-KNISA-TAKINA TO TRUE.
       EZK20-EXIT. EXIT.
      *===============================================================*
