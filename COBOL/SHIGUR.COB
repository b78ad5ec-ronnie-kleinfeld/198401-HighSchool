	     ASSIGN TO DISK
	     FILE STATUS IS MH-BC-FILE-STATUS
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
      * THE TRANSMISSION FILE: ONE HEADER ('1'), THE DETAIL RECORDS
      * ('2'), AND ONE TRAILER ('9') CARRYING RECORD COUNT, A HASH
       FD AT-BANK
	   VALUE OF FILE-ID 'A:MIZUG.AUD'
	   LABEL RECORD STANDARD.
       01 AT-REC.
	 03 AT-SHURA		       PIC X(80).
	 03 AT-MAFIL		       PIC X(8).
      *===============================================================*
       FD PM-BANK
	   VALUE OF FILE-ID 'A:SHIGUR.PRM'
	 03 BC-OUT-COUNT	       PIC 9(7).
	 03 BC-SCHOM		       PIC S9(11)V99
				 SIGN LEADING SEPARATE.
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
	 03 MH-CK-FILE-STATUS	       PIC X(2).
	   88 SW-YESH-SOFIT	       VALUE 1.
	 03 SW-CK-SW		       PIC 9 VALUE 0.
	   88 SW-YESH-CK	       VALUE 1.
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
	     ' ' DELIMITED BY SIZE
	     WS-AUDIT-RUN-TIME DELIMITED BY SIZE
	     ' COUNT ' DELIMITED BY SIZE
	     XT-COUNT DELIMITED BY SIZE INTO AT-SHURA.
	    MOVE WS-MAFIL TO AT-MAFIL.
	    WRITE AT-REC.
	    CLOSE AT-BANK.
       XA20-EXIT. EXIT.
	    IF WS-PRM-PEULA NOT = SPACES
		   MOVE WS-PRM-PEULA TO WS-PEULA
	    ELSE
		   PERFORM XZK-KNISAT-MAFIL
		   DISPLAY 'SHIGUR -- (S)HIGUR O (B)DIKA: '
		   ACCEPT WS-PEULA.
	    IF NOT WS-PEULA-SHIGUR
	    MOVE BR-MATZAV TO BN-MATZAV(BN-MONEH).
       XZA15-EXIT. EXIT.
      *===============================================================*
      * OPERATOR SIGN-ON: THREE TRIES AT OPERATOR ID AND PASSWORD
      * AGAINST THE REGISTRY.  A BLOCKED OPERATOR, OR NO REGISTRY AT
      * ALL, ENDS THE RUN.
      *===============================================================*
       XZK-KNISAT-MAFIL 	       SECTION.
      *---------------------------------------------------------------*
       XZK00.
	    PERFORM XZK1-NISAYON-KNISA
	     UNTIL WS-KNISA-TAKINA OR WS-NISAYON = 3.
	    IF NOT WS-KNISA-TAKINA
		   DISPLAY 'SHIGUR: KNISA NICHSHELA -- SIYUM'
		   STOP RUN.
	    DISPLAY 'SHIGUR: MAFIL ' WS-MAFIL ' NICHNAS'.
       XZK-EXIT. EXIT.
      *===============================================================*
       XZK1-NISAYON-KNISA	       SECTION.
      *---------------------------------------------------------------*
       XZK10-NISAYON-KNISA.
	    ADD 1 TO WS-NISAYON.
	    DISPLAY 'MAFIL: '.
	    ACCEPT WS-MAFIL.
	    DISPLAY 'SISMA: '.
	    ACCEPT WS-SISMA.
	    IF WS-MAFIL = SPACES
		   DISPLAY 'MAFIL CHASER'
		   GO TO XZK10-EXIT.
	    OPEN INPUT MF-BANK.
	    IF MH-MF-FILE-NOT-FOUND
		   DISPLAY 'SHIGUR: EIN A:MAFILIM.DAT -- SIYUM'
		   STOP RUN.
	    IF NOT MH-MF-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING MF-BANK, FILE STATUS = '
		     MH-MF-FILE-STATUS
		   STOP RUN.
	    PERFORM XZK2-KRIAT-MAFIL
	     UNTIL MH-MF-FILE-STATUS NOT = '00' OR WS-KNISA-TAKINA.
	    CLOSE MF-BANK.
	    IF NOT WS-KNISA-TAKINA
		   DISPLAY 'MAFIL O SISMA SHGUYIM'.
       XZK10-EXIT. EXIT.
      *===============================================================*
       XZK2-KRIAT-MAFIL 	       SECTION.
      *---------------------------------------------------------------*
       XZK20-KRIAT-MAFIL.
	    READ MF-BANK
		   AT END
		     GO TO XZK20-EXIT.
	    IF MF-MAFIL NOT = WS-MAFIL
	       OR MF-SISMA NOT = WS-SISMA
		   GO TO XZK20-EXIT.
	    IF MF-MATZAV = 'N'
		   DISPLAY 'SHIGUR: MAFIL ' WS-MAFIL ' CHASUM -- SIYUM'
		   CLOSE MF-BANK
		   STOP RUN.
	    MOVE MF-RAMA TO WS-RAMA.
	    SET WS-KNISA-TAKINA TO TRUE.
       XZK20-EXIT. EXIT.
      *===============================================================*
