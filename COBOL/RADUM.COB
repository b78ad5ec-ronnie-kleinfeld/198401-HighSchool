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
       01 PM-REC.
	 03 PM-KM-FILE		       PIC X(40).
	 03 PM-KN-FILE		       PIC X(40).
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
	 03 MH-KN-FILE-STATUS	       PIC X(2).
	 03 WS-KRITERION-YAMIM	       PIC 9(4).
	 03 WS-CHESHBON-BAKASHA        PIC 9(10).
      *===============================================================*
      * THE AGE OF A RECORD IS MEASURED IN WHOLE CALENDAR DAYS AGAINST
      * THE RUN DATE, AS THE DIFFERENCE OF THE TWO DAY NUMBERS -- THE
      * SAME RULE THE DOCH AGING BUCKETS USE -- SO A RECORD NEAR A
      * MONTH END IS NEVER PURGED BEFORE ITS TIME.
      *===============================================================*
       01 WS-GIL-SADOT.
	 03 WS-RUN-DATE 	       PIC 9(8).
	 03 WS-RUN-DAYS 	       PIC 9(7) VALUE 0.
	 03 WS-REC-DAYS 	       PIC 9(7) VALUE 0.
	 03 WS-GIL-DAYS 	       PIC S9(7) VALUE 0.
      *===============================================================*
      * THE DAY NUMBER OF A DATE: WHOLE DAYS FROM A FIXED ORIGIN,
      * COUNTING THE TRUE LENGTH OF EVERY MONTH AND EVERY LEAP DAY, SO
      * THE DIFFERENCE OF TWO DAY NUMBERS IS THE EXACT NUMBER OF
      * CALENDAR DAYS BETWEEN THEM.  THE YEAR IS COUNTED FROM MARCH SO
      * THAT FEBRUARY, THE ONLY MONTH OF VARIABLE LENGTH, FALLS LAST.
      *===============================================================*
       01 WS-MISPAR-YOM-SADOT.
	 03 WS-MY-TAARICH	       PIC 9(8).
	 03 WS-MY-PEROT REDEFINES WS-MY-TAARICH.
	   05 WS-MY-YYYY	       PIC 9(4).
	   05 WS-MY-MM		       PIC 9(2).
	   05 WS-MY-DD		       PIC 9(2).
	 03 WS-MY-SHANA 	       PIC 9(4).
	 03 WS-MY-CHODESH	       PIC 9(2).
	 03 WS-MY-ZMANI 	       PIC 9(7).
	 03 WS-MY-YAMIM 	       PIC 9(7).
      *===============================================================*
       01 WS-MONIM-RADUM.
	 03 WS-KM-READ-COUNT	       PIC 9(7) VALUE 0.
	   88 SW-SOF-KM 	       VALUE 9.
	 03 SW-RD-SW		       PIC 9 VALUE 0.
	   88 SW-SOF-RD 	       VALUE 9.
      *===============================================================*
      * THE SIGNED-ON OPERATOR AND AUTHORITY LEVEL.
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
       A-RADUM			       SECTION.
      *---------------------------------------------------------------*
       A00.
	    PERFORM AZK-KNISAT-MAFIL.
	    PERFORM AZA-ATCHALAT-RADUM.
	    IF WS-PEULA-TIHUR
		   PERFORM AB-TIHUR
		     GO TO AB10-EXIT.
	    ADD 1 TO WS-KM-READ-COUNT.
	    ADD KM-SCHOM TO WS-KM-SCHOM-TOTAL.
	    MOVE KM-YY TO WS-MY-YYYY.
	    MOVE KM-MM TO WS-MY-MM.
	    MOVE KM-DD TO WS-MY-DD.
	    PERFORM AK-MISPAR-YOM.
	    MOVE WS-MY-YAMIM TO WS-REC-DAYS.
	    COMPUTE WS-GIL-DAYS = WS-RUN-DAYS - WS-REC-DAYS.
	    IF WS-GIL-DAYS > WS-KRITERION-YAMIM
		   MOVE KM-REC TO RD-REC
		     GO TO AM20-EXIT.
	    ADD 1 TO WS-RD-COUNT.
       AM20-EXIT. EXIT.
      *===============================================================*
      * WS-MY-TAARICH IN, WS-MY-YAMIM OUT.  EACH DIVIDE DROPS ITS
      * REMAINDER, WHICH IS WHAT COUNTS THE LEAP DAYS.
      *===============================================================*
       AK-MISPAR-YOM		       SECTION.
      *---------------------------------------------------------------*
       AK00.
	    IF WS-MY-MM > 2
		   MOVE WS-MY-YYYY TO WS-MY-SHANA
		   COMPUTE WS-MY-CHODESH = WS-MY-MM - 3
	    ELSE
		   COMPUTE WS-MY-SHANA = WS-MY-YYYY - 1
		   COMPUTE WS-MY-CHODESH = WS-MY-MM + 9.
	    COMPUTE WS-MY-YAMIM = WS-MY-SHANA * 365 + WS-MY-DD.
	    DIVIDE WS-MY-SHANA BY 4 GIVING WS-MY-ZMANI.
	    ADD WS-MY-ZMANI TO WS-MY-YAMIM.
	    DIVIDE WS-MY-SHANA BY 100 GIVING WS-MY-ZMANI.
	    SUBTRACT WS-MY-ZMANI FROM WS-MY-YAMIM.
	    DIVIDE WS-MY-SHANA BY 400 GIVING WS-MY-ZMANI.
	    ADD WS-MY-ZMANI TO WS-MY-YAMIM.
	    COMPUTE WS-MY-ZMANI = WS-MY-CHODESH * 153 + 2.
	    DIVIDE WS-MY-ZMANI BY 5 GIVING WS-MY-ZMANI.
	    ADD WS-MY-ZMANI TO WS-MY-YAMIM.
       AK-EXIT. EXIT.
      *===============================================================*
       AZA-ATCHALAT-RADUM	       SECTION.
      *---------------------------------------------------------------*
       AZA00.
	    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
	    MOVE WS-RUN-DATE TO WS-MY-TAARICH.
	    PERFORM AK-MISPAR-YOM.
	    MOVE WS-MY-YAMIM TO WS-RUN-DAYS.
	    PERFORM AZA1-KRIAT-PARAMETRIM.
	    DISPLAY 'RADUM -- (T)IHUR O (A)CHZUR: '.
	    ACCEPT WS-PEULA.
	    CLOSE PM-BANK.
       AZA05-EXIT. EXIT.
      *===============================================================*
      * OPERATOR SIGN-ON: THREE TRIES AT OPERATOR ID AND PASSWORD
      * AGAINST THE REGISTRY.  A BLOCKED OPERATOR, OR NO REGISTRY AT
      * ALL, ENDS THE RUN.
      *===============================================================*
       AZK-KNISAT-MAFIL 	       SECTION.
      *---------------------------------------------------------------*
       AZK00.
	    PERFORM AZK1-NISAYON-KNISA
	     UNTIL WS-KNISA-TAKINA OR WS-NISAYON = 3.
	    IF NOT WS-KNISA-TAKINA
		   DISPLAY 'RADUM: KNISA NICHSHELA -- SIYUM'
		   STOP RUN.
	    DISPLAY 'RADUM: MAFIL ' WS-MAFIL ' NICHNAS'.
       AZK-EXIT. EXIT.
      *===============================================================*
       AZK1-NISAYON-KNISA	       SECTION.
      *---------------------------------------------------------------*
       AZK10-NISAYON-KNISA.
	    ADD 1 TO WS-NISAYON.
	    DISPLAY 'MAFIL: '.
	    ACCEPT WS-MAFIL.
	    DISPLAY 'SISMA: '.
	    ACCEPT WS-SISMA.
	    IF WS-MAFIL = SPACES
		   DISPLAY 'MAFIL CHASER'
		   GO TO AZK10-EXIT.
	    OPEN INPUT MF-BANK.
	    IF MH-MF-FILE-NOT-FOUND
		   DISPLAY 'RADUM: EIN A:MAFILIM.DAT -- SIYUM'
		   STOP RUN.
	    IF NOT MH-MF-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING MF-BANK, FILE STATUS = '
		     MH-MF-FILE-STATUS
		   STOP RUN.
	    PERFORM AZK2-KRIAT-MAFIL
	     UNTIL MH-MF-FILE-STATUS NOT = '00' OR WS-KNISA-TAKINA.
	    CLOSE MF-BANK.
	    IF NOT WS-KNISA-TAKINA
		   DISPLAY 'MAFIL O SISMA SHGUYIM'.
       AZK10-EXIT. EXIT.
      *===============================================================*
       AZK2-KRIAT-MAFIL 	       SECTION.
      *---------------------------------------------------------------*
       AZK20-KRIAT-MAFIL.
	    READ MF-BANK
		   AT END
		     GO TO AZK20-EXIT.
	    IF MF-MAFIL NOT = WS-MAFIL
	       OR MF-SISMA NOT = WS-SISMA
		   GO TO AZK20-EXIT.
	    IF MF-MATZAV = 'N'
		   DISPLAY 'RADUM: MAFIL ' WS-MAFIL ' CHASUM -- SIYUM'
		   CLOSE MF-BANK
		   STOP RUN.
	    MOVE MF-RAMA TO WS-RAMA.
	    SET WS-KNISA-TAKINA TO TRUE.
       AZK20-EXIT. EXIT.
      *===============================================================*
