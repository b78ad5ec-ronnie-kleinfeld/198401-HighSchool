	     ASSIGN TO DISK
	     FILE STATUS IS MH-PM-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *===============================================================*
	    SELECT RC-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-RC-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *===============================================================*
	    SELECT MS-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-MS-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *===============================================================*
	    SELECT PT-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-PT-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *===============================================================*
	    SELECT NY-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-NY-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
       DATA			       DIVISION.
      *****************************************************************
      * THE RATE PARAMETER FILE: ONE LINE PER KOD THAT ACCRUES.
      * RT-ACHUZ IS THE MONTHLY PERCENTAGE APPLIED TO THE POSITION
      * (NEGATIVE FOR A FEE CHARGE), RT-KOD-YAAD IS THE KOD UNDER
      * WHICH THE COMPUTED MOVEMENT IS POSTED.  THE MONTHLY RATE IS
      * TAKEN AS ACHUZ * 12 OVER THE DAYS OF THE YEAR FOR EACH TRUE
      * CALENDAR DAY OF THE ACCRUAL PERIOD, SO A SHORT MONTH ACCRUES
      * LESS THAN A LONG ONE.
      *===============================================================*
       FD RT-BANK
	   VALUE OF FILE-ID WS-RT-FILE-NAME
	 03 PM-KM-FILE		       PIC X(40).
	 03 PM-RT-FILE		       PIC X(40).
	 03 PM-KH-FILE		       PIC X(40).
	 03 PM-MS-FILE		       PIC X(40).
	 03 PM-PT-FILE		       PIC X(40).
	 03 PM-NY-FILE		       PIC X(40).
      *===============================================================*
      * THE ACCRUAL CONTROL RECORD: THE RUN DATE OF THE LAST ACCRUAL
      * AND THE DATE ITS PERIOD RAN FROM.  THE NEXT PERIOD RUNS FROM
      * THE LAST ACCRUAL TO TODAY; A RERUN ON THE SAME DATE ACCRUES
      * THE SAME PERIOD AGAIN.
      *===============================================================*
       FD RC-BANK
	   VALUE OF FILE-ID 'A:RIBIT.CTL'
	   LABEL RECORD STANDARD.
       01 RC-REC.
	 03 RC-TAARICH-ACHARON	       PIC 9(8).
	 03 RC-TAARICH-KODEM	       PIC 9(8).
      *===============================================================*
      * THE WITHHOLDING PARAMETERS: THE PERCENTAGE OF EVERY CREDIT
      * INTEREST MOVEMENT WITHHELD AS TAX, AND THE KOD UNDER WHICH
      * THE WITHHOLDING IS POSTED AS A DEBIT TO THE SAME ACCOUNT.
      * WITHOUT THE FILE NOTHING IS WITHHELD.
      *===============================================================*
       FD MS-BANK
	   VALUE OF FILE-ID WS-MS-FILE-NAME
	   LABEL RECORD STANDARD.
       01 MS-REC.
	 03 MS-ACHUZ		       PIC 9(2)V99.
	 03 MS-KOD-NIKUY	       PIC 9(1).
      *===============================================================*
      * THE TZS EXEMPT FROM WITHHOLDING, ONE PER LINE WITH THE REASON
      * (THE EXEMPTION CERTIFICATE, A CHARITY NUMBER AND SO ON).
      *===============================================================*
       FD PT-BANK
	   VALUE OF FILE-ID WS-PT-FILE-NAME
	   LABEL RECORD STANDARD.
       01 PT-REC.
	 03 PT-TZ		       PIC X(10).
	 03 PT-SIBA		       PIC X(30).
      *===============================================================*
      * THE WITHHOLDING LEDGER FOR THE TAX YEAR: ONE LINE APPENDED
      * FOR EVERY CREDIT INTEREST MOVEMENT, WITH THE GROSS INTEREST
      * AND THE TAX WITHHELD FROM IT (ZERO FOR AN EXEMPT TZ, NY-PTUR
      * 'P').  THE YEAR-END CERTIFICATES ARE BUILT FROM IT.  A RERUN
      * ON THE SAME DATE APPENDS THE PERIOD AGAIN UNDER A LATER RUN
      * TIME, AND ONLY THE LATEST RUN OF A DATE COUNTS.
      *===============================================================*
       FD NY-BANK
	   VALUE OF FILE-ID WS-NY-FILE-NAME
	   LABEL RECORD STANDARD.
       01 NY-REC.
	 03 NY-RUN-DATE 	       PIC 9(8).
	 03 NY-RUN-TIME 	       PIC 9(8).
	 03 NY-CHESHBON 	       PIC 9(10).
	 03 NY-SHEM		       PIC X(10).
	 03 NY-TZ		       PIC X(10).
	 03 NY-SOURCE		       PIC X(10).
	 03 NY-BRUTO		       PIC 9(7)V99.
	 03 NY-MAS		       PIC 9(7)V99.
	 03 NY-PTUR		       PIC X(1).
      *****************************************************************
       WORKING-STORAGE		       SECTION.
      *---------------------------------------------------------------*
	 03 MH-PM-FILE-STATUS	       PIC X(2).
	   88 MH-PM-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-PM-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-RC-FILE-STATUS	       PIC X(2).
	   88 MH-RC-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-RC-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-MS-FILE-STATUS	       PIC X(2).
	   88 MH-MS-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-MS-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-PT-FILE-STATUS	       PIC X(2).
	   88 MH-PT-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-PT-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-NY-FILE-STATUS	       PIC X(2).
	   88 MH-NY-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-NY-FILE-NOT-FOUND     VALUE '35'.
      *===============================================================*
       01 WS-SHMOT-KVATSIM.
	 03 WS-KM-FILE-NAME	       PIC X(40)
					 VALUE 'A:RIBIT.RTS'.
	 03 WS-KH-FILE-NAME	       PIC X(40)
					 VALUE 'A:RIBIT.DAT'.
	 03 WS-MS-FILE-NAME	       PIC X(40)
					 VALUE 'A:RIBIT.MAS'.
	 03 WS-PT-FILE-NAME	       PIC X(40)
					 VALUE 'A:PTURIM.DAT'.
	 03 WS-NY-FILE-NAME	       PIC X(40)
					 VALUE 'A:RIBIT.NKY'.
      *===============================================================*
      * IN-CORE COPY OF THE RATE FILE, ONE SLOT PER KOD 0 THRU 9.
      * A KOD WITHOUT A RATE LINE ACCRUES NOTHING.
	 03 AC-ENTRY OCCURS 10 TIMES.
	   05 AC-COUNT		       PIC 9(7).
	   05 AC-SCHOM		       PIC S9(11)V99.
      *===============================================================*
      * THE WITHHOLDING RATE AND KOD FROM MS-BANK, AND THE EXEMPT TZS
      * FROM PT-BANK.
      *===============================================================*
       01 MS-NIKUY-SADOT.
	 03 MS-T-YESH-SW	       PIC 9 VALUE 0.
	   88 MS-T-YESH 	       VALUE 1.
	 03 MS-T-ACHUZ		       PIC 9(2)V99 VALUE 0.
	 03 MS-T-KOD-NIKUY	       PIC 9(1) VALUE 0.
       01 PT-TAVLAT-PTURIM.
	 03 PT-MONEH		       PIC 9(3) VALUE 0.
	 03 PT-ENTRY OCCURS 500 TIMES.
	   05 PT-T-TZ		       PIC X(10).
       01 I-PT			       PIC 9(3) VALUE 0.
       01 WS-PT-NIMTZA-SW	       PIC 9 VALUE 0.
	 88 WS-PT-NIMTZA	       VALUE 1.
      *===============================================================*
      * THE INTEREST MOVEMENT JUST WRITTEN AND THE TAX WITHHELD FROM
      * IT, WITH THE WITHHOLDING TOTALS FOR THE REPORT.
      *===============================================================*
       01 WS-NIKUY-SADOT.
	 03 WS-NK-BRUTO 	       PIC 9(7)V99.
	 03 WS-NK-MAS		       PIC 9(7)V99.
	 03 WS-MAS-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-PTUR-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-NY-WRITE-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-BRUTO-TOTAL	       PIC 9(11)V99 VALUE 0.
	 03 WS-MAS-TOTAL	       PIC 9(11)V99 VALUE 0.
       01 WS-RUN-TIME		       PIC 9(8).
      *===============================================================*
       01 WS-RUN-DATE		       PIC 9(8).
       01 WS-RUN-DATE-PEROT REDEFINES WS-RUN-DATE.
	 03 WS-RUN-YYYY 	       PIC 9(4).
	 03 WS-RUN-MM		       PIC 9(2).
	 03 WS-RUN-DD		       PIC 9(2).
      *===============================================================*
      * THE ACCRUAL PERIOD: ITS FIRST DATE, ITS LENGTH IN CALENDAR
      * DAYS, AND THE NUMBER OF DAYS IN THE YEAR OF THE RUN DATE.
      *===============================================================*
       01 WS-TKUFA-SADOT.
	 03 WS-TKUFA-MI 	       PIC 9(8) VALUE 0.
	 03 WS-TKUFA-MI-DAYS	       PIC 9(7) VALUE 0.
	 03 WS-TKUFA-YAMIM	       PIC 9(4) VALUE 0.
	 03 WS-YEMEI-SHANA	       PIC 9(3) VALUE 0.
	 03 WS-TKUFA-CHODESH-SW        PIC 9 VALUE 0.
	   88 WS-TKUFA-CHODESH	       VALUE 1.
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
       01 WS-MONIM-RIBIT.
	 03 WS-KM-READ-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-D-KOD		       PIC 9(1).
	 03 WS-D-COUNT		       PIC ZZZZZZ9.
	 03 WS-D-SCHOM		       PIC -----------9.99.
	 03 WS-D-ACHUZ		       PIC Z9.99.
      *===============================================================*
       01 SW-SWITCHIM.
	 03 SW-RIBIT		       PIC 9 VALUE 0.
      *---------------------------------------------------------------*
       RB00.
	    COMPUTE KH-SCHOM ROUNDED =
	     KM-SCHOM * RT-T-ACHUZ(KM-KOD + 1) * 12 * WS-TKUFA-YAMIM
	     / (100 * WS-YEMEI-SHANA)
		   ON SIZE ERROR
		     ADD 1 TO WS-GLISHA-COUNT
		     DISPLAY 'RIBIT: GLISHA BE-CHESHBON ' KM-CHESHBON
	    ADD 1 TO AC-COUNT(KH-KOD + 1).
	    ADD KH-SCHOM TO AC-SCHOM(KH-KOD + 1).
	    ADD KH-SCHOM TO WS-SCHOM-GRAND-TOTAL.
	    IF KH-SCHOM > ZERO
		   PERFORM RC-NIKUY-MAS.
       RB-EXIT. EXIT.
      *===============================================================*
      * WITHHOLDING ON A CREDIT INTEREST MOVEMENT JUST WRITTEN: THE
      * TAX IS POSTED AS A DEBIT UNDER MS-KOD-NIKUY TO THE SAME
      * ACCOUNT ON THE SAME DATE, AND THE GROSS AND THE TAX GO ON THE
      * LEDGER FOR THE YEAR-END CERTIFICATES.  AN EXEMPT TZ GETS A
      * LEDGER LINE WITH NO TAX; A FEE CHARGE (A DEBIT) IS NOT
      * INTEREST EARNED AND IS NEVER TAXED.
      *===============================================================*
       RC-NIKUY-MAS		       SECTION.
      *---------------------------------------------------------------*
       RC00.
	    MOVE KH-SCHOM TO WS-NK-BRUTO.
	    MOVE 0 TO WS-NK-MAS.
	    MOVE SPACE TO NY-PTUR.
	    PERFORM RC1-BDIKAT-PTUR.
	    IF WS-PT-NIMTZA
		   MOVE 'P' TO NY-PTUR
		   ADD 1 TO WS-PTUR-COUNT
	    ELSE IF MS-T-YESH
		   COMPUTE WS-NK-MAS ROUNDED =
		     WS-NK-BRUTO * MS-T-ACHUZ / 100.
	    MOVE WS-RUN-DATE TO NY-RUN-DATE.
	    MOVE WS-RUN-TIME TO NY-RUN-TIME.
	    MOVE KM-CHESHBON TO NY-CHESHBON.
	    MOVE KM-SHEM TO NY-SHEM.
	    MOVE KM-TZ TO NY-TZ.
	    MOVE KM-SOURCE TO NY-SOURCE.
	    MOVE WS-NK-BRUTO TO NY-BRUTO.
	    MOVE WS-NK-MAS TO NY-MAS.
	    WRITE NY-REC.
	    ADD 1 TO WS-NY-WRITE-COUNT.
	    ADD WS-NK-BRUTO TO WS-BRUTO-TOTAL.
	    IF WS-NK-MAS = ZERO
		   GO TO RC-EXIT.
	    COMPUTE KH-SCHOM = 0 - WS-NK-MAS.
	    MOVE MS-T-KOD-NIKUY TO KH-KOD.
	    WRITE KH-REC.
	    ADD 1 TO WS-KH-WRITE-COUNT.
	    ADD 1 TO AC-COUNT(KH-KOD + 1).
	    ADD KH-SCHOM TO AC-SCHOM(KH-KOD + 1).
	    ADD KH-SCHOM TO WS-SCHOM-GRAND-TOTAL.
	    ADD 1 TO WS-MAS-COUNT.
	    ADD WS-NK-MAS TO WS-MAS-TOTAL.
       RC-EXIT. EXIT.
      *===============================================================*
       RC1-BDIKAT-PTUR		       SECTION.
      *---------------------------------------------------------------*
       RC10.
	    MOVE 0 TO WS-PT-NIMTZA-SW.
	    PERFORM RC11-HASHVAAT-PTUR VARYING I-PT FROM 1 BY 1
	     UNTIL I-PT > PT-MONEH OR WS-PT-NIMTZA.
	    GO TO RC1-EXIT.
      *===============================================================*
       RC11-HASHVAAT-PTUR.
	    IF PT-T-TZ(I-PT) = KM-TZ
		   SET WS-PT-NIMTZA TO TRUE.
       RC11-END.
       RC1-EXIT. EXIT.
      *===============================================================*
       RD-DIVUACH-RIBIT 	       SECTION.
      *---------------------------------------------------------------*
	     WS-RUN-DATE DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    DISPLAY DO-REC.
	    MOVE WS-TKUFA-YAMIM TO WS-D-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING 'TKUFAT TZVIRA MI-' DELIMITED BY SIZE
	     WS-TKUFA-MI DELIMITED BY SIZE
	     ', YAMIM ' DELIMITED BY SIZE
	     WS-D-COUNT DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    DISPLAY DO-REC.
	    MOVE WS-KM-READ-COUNT TO WS-D-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING 'RECORDS READ FROM KM-BANK ..... ' DELIMITED BY SIZE
		    WS-D-COUNT DELIMITED BY SIZE INTO DO-REC
		   WRITE DO-REC
		   DISPLAY DO-REC.
	    IF MS-T-YESH
		   MOVE MS-T-ACHUZ TO WS-D-ACHUZ
		   MOVE SPACES TO DO-REC
		   STRING 'NIKUY MAS BA-MAKOR ' DELIMITED BY SIZE
		    WS-D-ACHUZ DELIMITED BY SIZE
		    '% BE-KOD ' DELIMITED BY SIZE
		    MS-T-KOD-NIKUY DELIMITED BY SIZE INTO DO-REC
		   WRITE DO-REC
		   DISPLAY DO-REC.
	    MOVE WS-NY-WRITE-COUNT TO WS-D-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING 'CREDIT INTEREST LEDGER LINES .. ' DELIMITED BY SIZE
	     WS-D-COUNT DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    DISPLAY DO-REC.
	    MOVE WS-MAS-COUNT TO WS-D-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING 'TAX WITHHOLDINGS WRITTEN ...... ' DELIMITED BY SIZE
	     WS-D-COUNT DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    DISPLAY DO-REC.
	    MOVE WS-PTUR-COUNT TO WS-D-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING 'EXEMPT TZ, NOT WITHHELD ....... ' DELIMITED BY SIZE
	     WS-D-COUNT DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    DISPLAY DO-REC.
	    MOVE WS-BRUTO-TOTAL TO WS-D-SCHOM.
	    MOVE SPACES TO DO-REC.
	    STRING 'GROSS CREDIT INTEREST ......... ' DELIMITED BY SIZE
	     WS-D-SCHOM DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    DISPLAY DO-REC.
	    MOVE WS-MAS-TOTAL TO WS-D-SCHOM.
	    MOVE SPACES TO DO-REC.
	    STRING 'TAX WITHHELD .................. ' DELIMITED BY SIZE
	     WS-D-SCHOM DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    DISPLAY DO-REC.
	    MOVE SPACES TO DO-REC.
	    WRITE DO-REC.
	    DISPLAY DO-REC.
		   WRITE DO-REC
		   DISPLAY DO-REC.
       RD10-EXIT. EXIT.
      *===============================================================*
      * WS-MY-TAARICH IN, WS-MY-YAMIM OUT.  EACH DIVIDE DROPS ITS
      * REMAINDER, WHICH IS WHAT COUNTS THE LEAP DAYS.
      *===============================================================*
       RK-MISPAR-YOM		       SECTION.
      *---------------------------------------------------------------*
       RK00.
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
       RK-EXIT. EXIT.
      *===============================================================*
       RZA-ATCHALAT-RIBIT	       SECTION.
      *---------------------------------------------------------------*
       RZA00.
	    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
	    ACCEPT WS-RUN-TIME FROM TIME.
	    PERFORM RZA1-KRIAT-PARAMETRIM.
	    PERFORM RZA5-TKUFAT-TZVIRA.
	    PERFORM RZA4-IPUS-TAVLAOT VARYING I-INDEX FROM 1 BY 1
	     UNTIL I-INDEX > 10.
	    PERFORM RZA2-KRIAT-SHAARIM.
	    PERFORM RZA6-KRIAT-NIKUY.
	    PERFORM RZA7-KRIAT-PTURIM.
	    OPEN EXTEND NY-BANK.
	    IF MH-NY-FILE-NOT-FOUND
		   OPEN OUTPUT NY-BANK
	    END-IF.
	    IF NOT MH-NY-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING NY-BANK, FILE STATUS = '
		     MH-NY-FILE-STATUS
		   STOP RUN.
	    OPEN INPUT KM-BANK.
	    IF NOT MH-KM-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING KM-BANK, FILE STATUS = '
		   MOVE PM-RT-FILE TO WS-RT-FILE-NAME.
	    IF PM-KH-FILE NOT = SPACES
		   MOVE PM-KH-FILE TO WS-KH-FILE-NAME.
	    IF PM-MS-FILE NOT = SPACES
		   MOVE PM-MS-FILE TO WS-MS-FILE-NAME.
	    IF PM-PT-FILE NOT = SPACES
		   MOVE PM-PT-FILE TO WS-PT-FILE-NAME.
	    IF PM-NY-FILE NOT = SPACES
		   MOVE PM-NY-FILE TO WS-NY-FILE-NAME.
	    CLOSE PM-BANK.
       RZA05-EXIT. EXIT.
      *===============================================================*
	    MOVE 0 TO AC-COUNT(I-INDEX).
	    MOVE 0 TO AC-SCHOM(I-INDEX).
       RZA20-EXIT. EXIT.
      *===============================================================*
      * WITHOUT AN EARLIER ACCRUAL ON RIBIT.CTL THE PERIOD IS THE
      * WHOLE OF THE PREVIOUS CALENDAR MONTH.
      *===============================================================*
       RZA5-TKUFAT-TZVIRA	       SECTION.
      *---------------------------------------------------------------*
       RZA25-TKUFAT-TZVIRA.
	    OPEN INPUT RC-BANK.
	    IF MH-RC-FILE-NOT-FOUND
		   GO TO RZA26-CHODESH-KODEM.
	    IF NOT MH-RC-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING RC-BANK, FILE STATUS = '
		     MH-RC-FILE-STATUS
		   STOP RUN.
	    READ RC-BANK
		   AT END
		     CLOSE RC-BANK
		     GO TO RZA26-CHODESH-KODEM.
	    CLOSE RC-BANK.
	    IF RC-TAARICH-ACHARON NOT NUMERIC
	       OR RC-TAARICH-KODEM NOT NUMERIC
		   DISPLAY 'RIBIT: *** RIBIT.CTL PAGUM ***'
		   STOP RUN.
	    IF RC-TAARICH-ACHARON = WS-RUN-DATE
		   MOVE RC-TAARICH-KODEM TO WS-TKUFA-MI
	    ELSE
		   MOVE RC-TAARICH-ACHARON TO WS-TKUFA-MI.
	    IF WS-TKUFA-MI = 0
		   GO TO RZA26-CHODESH-KODEM.
	    IF WS-TKUFA-MI NOT < WS-RUN-DATE
		   DISPLAY 'RIBIT: *** TZVIRA ACHRONA ' WS-TKUFA-MI
		     ' EINA LIFNEI TAARICH HA-RITZA ***'
		   STOP RUN.
	    MOVE WS-TKUFA-MI TO WS-MY-TAARICH.
	    PERFORM RK-MISPAR-YOM.
	    MOVE WS-MY-YAMIM TO WS-TKUFA-MI-DAYS.
	    MOVE WS-RUN-DATE TO WS-MY-TAARICH.
	    PERFORM RK-MISPAR-YOM.
	    COMPUTE WS-TKUFA-YAMIM = WS-MY-YAMIM - WS-TKUFA-MI-DAYS.
	    GO TO RZA27-YEMEI-SHANA.
       RZA26-CHODESH-KODEM.
	    SET WS-TKUFA-CHODESH TO TRUE.
	    DISPLAY 'RIBIT: EIN TZVIRA KODEMET BE-RIBIT.CTL, TKUFAT '
	     'TZVIRA = HA-CHODESH HA-KODEM'.
	    MOVE WS-RUN-YYYY TO WS-MY-YYYY.
	    MOVE WS-RUN-MM TO WS-MY-MM.
	    MOVE 1 TO WS-MY-DD.
	    PERFORM RK-MISPAR-YOM.
	    MOVE WS-MY-YAMIM TO WS-TKUFA-MI-DAYS.
	    IF WS-RUN-MM = 1
		   COMPUTE WS-MY-YYYY = WS-RUN-YYYY - 1
		   MOVE 12 TO WS-MY-MM
	    ELSE
		   COMPUTE WS-MY-MM = WS-RUN-MM - 1.
	    MOVE WS-MY-TAARICH TO WS-TKUFA-MI.
	    PERFORM RK-MISPAR-YOM.
	    COMPUTE WS-TKUFA-YAMIM = WS-TKUFA-MI-DAYS - WS-MY-YAMIM.
       RZA27-YEMEI-SHANA.
	    MOVE WS-RUN-YYYY TO WS-MY-YYYY.
	    MOVE 1 TO WS-MY-MM.
	    MOVE 1 TO WS-MY-DD.
	    PERFORM RK-MISPAR-YOM.
	    MOVE WS-MY-YAMIM TO WS-TKUFA-MI-DAYS.
	    ADD 1 TO WS-MY-YYYY.
	    PERFORM RK-MISPAR-YOM.
	    COMPUTE WS-YEMEI-SHANA = WS-MY-YAMIM - WS-TKUFA-MI-DAYS.
       RZA25-EXIT. EXIT.
      *===============================================================*
      * THE WITHHOLDING KOD MUST NOT ITSELF ACCRUE, OR NEXT MONTH'S
      * RUN WOULD CHARGE INTEREST ON THE TAX.
      *===============================================================*
       RZA6-KRIAT-NIKUY 	       SECTION.
      *---------------------------------------------------------------*
       RZA30-KRIAT-NIKUY.
	    OPEN INPUT MS-BANK.
	    IF MH-MS-FILE-NOT-FOUND
		   DISPLAY 'RIBIT: AZHARA -- EIN ' WS-MS-FILE-NAME
		   DISPLAY 'RIBIT: EIN NIKUY MAS BA-MAKOR'
		   GO TO RZA30-EXIT.
	    IF NOT MH-MS-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING MS-BANK, FILE STATUS = '
		     MH-MS-FILE-STATUS
		   STOP RUN.
	    READ MS-BANK
		   AT END
		     DISPLAY 'RIBIT: *** KOVETZ NIKUY REIK ***'
		     STOP RUN.
	    CLOSE MS-BANK.
	    IF MS-ACHUZ NOT NUMERIC OR MS-KOD-NIKUY NOT NUMERIC
		   DISPLAY 'RIBIT: *** SHURA PSULA BE-KOVETZ NIKUY ***'
		   STOP RUN.
	    IF RT-T-YESH(MS-KOD-NIKUY + 1)
		   DISPLAY 'RIBIT: *** KOD NIKUY ' MS-KOD-NIKUY
		     ' TZOVER RIBIT BE-KOVETZ SHAARIM ***'
		   STOP RUN.
	    SET MS-T-YESH TO TRUE.
	    MOVE MS-ACHUZ TO MS-T-ACHUZ.
	    MOVE MS-KOD-NIKUY TO MS-T-KOD-NIKUY.
       RZA30-EXIT. EXIT.
      *===============================================================*
       RZA7-KRIAT-PTURIM	       SECTION.
      *---------------------------------------------------------------*
       RZA35-KRIAT-PTURIM.
	    OPEN INPUT PT-BANK.
	    IF MH-PT-FILE-NOT-FOUND
		   GO TO RZA35-EXIT.
	    IF NOT MH-PT-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING PT-BANK, FILE STATUS = '
		     MH-PT-FILE-STATUS
		   STOP RUN.
	    PERFORM RZA8-TEINAT-PTUR
	     UNTIL MH-PT-FILE-STATUS NOT = '00'.
	    CLOSE PT-BANK.
       RZA35-EXIT. EXIT.
      *===============================================================*
       RZA8-TEINAT-PTUR 	       SECTION.
      *---------------------------------------------------------------*
       RZA40-TEINAT-PTUR.
	    READ PT-BANK
		   AT END
		     GO TO RZA40-EXIT.
	    IF PT-MONEH = 500
		   DISPLAY 'PTURIM.DAT HOLDS MORE THAN 500 TZ, '
		     'ENLARGE PT-TAVLAT-PTURIM'
		   STOP RUN.
	    ADD 1 TO PT-MONEH.
	    MOVE PT-TZ TO PT-T-TZ(PT-MONEH).
       RZA40-EXIT. EXIT.
      *===============================================================*
       RZZ-SIYOM-RIBIT		       SECTION.
      *---------------------------------------------------------------*
       RZZ00.
	    CLOSE KM-BANK.
	    CLOSE KH-BANK.
	    CLOSE NY-BANK.
	    OPEN OUTPUT RC-BANK.
	    IF NOT MH-RC-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING RC-BANK, FILE STATUS = '
		     MH-RC-FILE-STATUS
		   STOP RUN.
	    MOVE WS-RUN-DATE TO RC-TAARICH-ACHARON.
	    IF WS-TKUFA-CHODESH
		   MOVE 0 TO RC-TAARICH-KODEM
	    ELSE
		   MOVE WS-TKUFA-MI TO RC-TAARICH-KODEM.
	    WRITE RC-REC.
	    CLOSE RC-BANK.
	    DISPLAY 'RIBIT: MOVEMENTS WRITTEN TO KH-BANK ... '
	     WS-KH-WRITE-COUNT.
       RZZ-EXIT. EXIT.
