	 03 WS-YT-FILE-NAME	       PIC X(40)
					 VALUE 'A:YITRA.DAT'.
      *===============================================================*
      * THE AGE OF A RECORD IS MEASURED IN WHOLE CALENDAR DAYS AGAINST
      * THE RUN DATE, AS THE DIFFERENCE OF THE TWO DAY NUMBERS, SO A
      * RECORD NEAR A MONTH END LANDS IN ITS TRUE BUCKET.
      *===============================================================*
       01 WS-GIL-SADOT.
	 03 WS-RUN-DATE 	       PIC 9(8).
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
      * THE AGING BUCKETS: 0-30, 31-90, 91-365 AND OVER A YEAR.
      *===============================================================*
       01 BK-SHMOT-INIT.
       PF-TZVIRAT-GIL		       SECTION.
      *---------------------------------------------------------------*
       PF00.
	    MOVE KM-YY TO WS-MY-YYYY.
	    MOVE KM-MM TO WS-MY-MM.
	    MOVE KM-DD TO WS-MY-DD.
	    PERFORM PK-MISPAR-YOM.
	    MOVE WS-MY-YAMIM TO WS-REC-DAYS.
	    COMPUTE WS-GIL-DAYS = WS-RUN-DAYS - WS-REC-DAYS.
	    IF WS-GIL-DAYS < 0
		   MOVE 0 TO WS-GIL-DAYS.
	    WRITE DO-REC.
	    DISPLAY DO-REC.
       PG-EXIT. EXIT.
      *===============================================================*
      * WS-MY-TAARICH IN, WS-MY-YAMIM OUT.  EACH DIVIDE DROPS ITS
      * REMAINDER, WHICH IS WHAT COUNTS THE LEAP DAYS.
      *===============================================================*
       PK-MISPAR-YOM		       SECTION.
      *---------------------------------------------------------------*
       PK00.
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
       PK-EXIT. EXIT.
      *===============================================================*
       PZA-ATCHALAT-DOCH	       SECTION.
      *---------------------------------------------------------------*
	    PERFORM PZA1-KRIAT-PARAMETRIM.
	    PERFORM PZA3-KRIAT-BANKIM.
	    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
	    MOVE WS-RUN-DATE TO WS-MY-TAARICH.
	    PERFORM PK-MISPAR-YOM.
	    MOVE WS-MY-YAMIM TO WS-RUN-DAYS.
	    PERFORM PZA2-IPUS-TAVLA VARYING I-BUCKET FROM 1 BY 1
	     UNTIL I-BUCKET > 4.
	    OPEN INPUT KM-BANK.
