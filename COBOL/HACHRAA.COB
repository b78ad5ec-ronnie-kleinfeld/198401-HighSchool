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
	 03 HL-CHESHBON-CHADASH        PIC 9(10).
      *===============================================================*
      * THE RESOLUTION REGISTRY READ BY FORMAT.  RS-SOURCE IS THE
      * BANK WHOSE RECORD KEEPS THE ORIGINAL CHESHBON.  RS-TAARICH,
      * RS-SHAA AND RS-MAFIL SAY WHEN AND BY WHOM IT WAS DECIDED.
      *===============================================================*
       FD RS-BANK
	   VALUE OF FILE-ID WS-RS-FILE-NAME
	 03 RS-PEULA		       PIC X(1).
	 03 RS-SOURCE		       PIC X(10).
	 03 RS-CHESHBON-CHADASH        PIC 9(10).
	 03 RS-TAARICH		       PIC 9(8).
	 03 RS-SHAA		       PIC 9(8).
	 03 RS-MAFIL		       PIC X(8).
      *===============================================================*
       FD DO-BANK
	   VALUE OF FILE-ID 'A:HACHRAA.RPT'
	 03 PM-KX-FILE		       PIC X(40).
	 03 PM-HL-FILE		       PIC X(40).
	 03 PM-RS-FILE		       PIC X(40).
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
	 03 MH-KX-FILE-STATUS	       PIC X(2).
	   88 MH-KX-FILE-STATUS-TAKIN  VALUE '00'.
	 03 MH-HL-FILE-STATUS	       PIC X(2).
	     88 HL-T-SHIMUSH	       VALUE 1.
      *===============================================================*
       01 WS-PREV-CHESHBON	       PIC 9(10).
       01 WS-RUN-DATE		       PIC 9(8).
       01 WS-RUN-TIME		       PIC 9(8).
       01 WS-FIRST-REC-SW	       PIC 9 VALUE 1.
	 88 WS-FIRST-REC	       VALUE 1.
      *===============================================================*
	   88 SW-SOF-KX 	       VALUE 9.
	 03 SW-NIMTZA-SW	       PIC 9 VALUE 0.
	   88 SW-NIMTZA 	       VALUE 1.
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
       C-HACHRAA		       SECTION.
      *---------------------------------------------------------------*
       C00.
	    PERFORM CZK-KNISAT-MAFIL.
	    IF NOT WS-RAMA-MEMUNE
		   DISPLAY 'HACHRAA: LE-MEMUNE BILVAD -- SIYUM'
		   STOP RUN.
	    PERFORM CZA-ATCHALAT-HACHRAA.
	    PERFORM CA-TIPUL-KX UNTIL SW-SOF-KX.
	    PERFORM CB-BDIKAT-SHARIT VARYING I-INDEX FROM 1 BY 1
	    SET HL-T-SHIMUSH(I-NIMTZA) TO TRUE.
	    MOVE KX-CHESHBON TO RS-CHESHBON.
	    MOVE 0 TO RS-CHESHBON-CHADASH.
	    MOVE WS-RUN-DATE TO RS-TAARICH.
	    MOVE WS-RUN-TIME TO RS-SHAA.
	    MOVE WS-MAFIL TO RS-MAFIL.
	    IF HL-T-PEULA-SHNEIHEM(I-NIMTZA)
		   MOVE 'B' TO RS-PEULA
		   MOVE KX-SOURCE-1 TO RS-SOURCE
       CZA-ATCHALAT-HACHRAA	       SECTION.
      *---------------------------------------------------------------*
       CZA00.
	    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
	    ACCEPT WS-RUN-TIME FROM TIME.
	    PERFORM CZA1-KRIAT-PARAMETRIM.
	    PERFORM CZA2-KRIAT-RISHUM.
	    PERFORM CZA3-KRIAT-HACHLATOT.
	    CLOSE DO-BANK.
       CZZ-EXIT. EXIT.
      *===============================================================*
      * OPERATOR SIGN-ON: THREE TRIES AT OPERATOR ID AND PASSWORD
      * AGAINST THE REGISTRY.  A BLOCKED OPERATOR, OR NO REGISTRY AT
      * ALL, ENDS THE RUN.
      *===============================================================*
       CZK-KNISAT-MAFIL 	       SECTION.
      *---------------------------------------------------------------*
       CZK00.
	    PERFORM CZK1-NISAYON-KNISA
	     UNTIL WS-KNISA-TAKINA OR WS-NISAYON = 3.
	    IF NOT WS-KNISA-TAKINA
		   DISPLAY 'HACHRAA: KNISA NICHSHELA -- SIYUM'
		   STOP RUN.
	    DISPLAY 'HACHRAA: MAFIL ' WS-MAFIL ' NICHNAS'.
       CZK-EXIT. EXIT.
      *===============================================================*
       CZK1-NISAYON-KNISA	       SECTION.
      *---------------------------------------------------------------*
       CZK10-NISAYON-KNISA.
	    ADD 1 TO WS-NISAYON.
	    DISPLAY 'MAFIL: '.
	    ACCEPT WS-MAFIL.
	    DISPLAY 'SISMA: '.
	    ACCEPT WS-SISMA.
	    IF WS-MAFIL = SPACES
		   DISPLAY 'MAFIL CHASER'
		   GO TO CZK10-EXIT.
	    OPEN INPUT MF-BANK.
	    IF MH-MF-FILE-NOT-FOUND
		   DISPLAY 'HACHRAA: EIN A:MAFILIM.DAT -- SIYUM'
		   STOP RUN.
	    IF NOT MH-MF-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING MF-BANK, FILE STATUS = '
		     MH-MF-FILE-STATUS
		   STOP RUN.
	    PERFORM CZK2-KRIAT-MAFIL
	     UNTIL MH-MF-FILE-STATUS NOT = '00' OR WS-KNISA-TAKINA.
	    CLOSE MF-BANK.
	    IF NOT WS-KNISA-TAKINA
		   DISPLAY 'MAFIL O SISMA SHGUYIM'.
       CZK10-EXIT. EXIT.
      *===============================================================*
       CZK2-KRIAT-MAFIL 	       SECTION.
      *---------------------------------------------------------------*
       CZK20-KRIAT-MAFIL.
	    READ MF-BANK
		   AT END
		     GO TO CZK20-EXIT.
	    IF MF-MAFIL NOT = WS-MAFIL
	       OR MF-SISMA NOT = WS-SISMA
		   GO TO CZK20-EXIT.
	    IF MF-MATZAV = 'N'
		   DISPLAY 'HACHRAA: MAFIL ' WS-MAFIL ' CHASUM -- SIYUM'
		   CLOSE MF-BANK
		   STOP RUN.
	    MOVE MF-RAMA TO WS-RAMA.
	    SET WS-KNISA-TAKINA TO TRUE.
       CZK20-EXIT. EXIT.
      *===============================================================*
