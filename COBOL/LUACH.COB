       IDENTIFICATION		       DIVISION.
      *****************************************************************
       PROGRAM-ID.		       LUACH.
       INSTALLATION.		       RAANAN-KLEINFELD.
       DATE-WRITTEN.		       01/06/87.
       DATE-COMPILED.		       01/06/87.
       SECURITY.		       CHOFSHI.
      *****************************************************************
       ENVIRONMENT		       DIVISION.
      *****************************************************************
       CONFIGURATION		       SECTION.
      *---------------------------------------------------------------*
       SOURCE-COMPUTER. 	       IBM-PC-XT.
       OBJECT-COMPUTER. 	       IBM-PC.
       SPECIAL-NAMES.
      *===============================================================*
       INPUT-OUTPUT		       SECTION.
      *---------------------------------------------------------------*
       FILE-CONTROL.
      *===============================================================*
	    SELECT LU-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-LU-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *===============================================================*
	    SELECT CH-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-CH-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *===============================================================*
	    SELECT AT-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-AT-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *===============================================================*
	    SELECT PM-BANK
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
       FILE			       SECTION.
      *---------------------------------------------------------------*
      * THE SHOP CALENDAR: ONE LINE PER CALENDAR DATE, IN DATE ORDER,
      * WITH SUG-YOM 'A' (YOM ASAKIM), 'S' (SOF SHAVUA) OR 'C' (CHAG)
      * AND THE NAME OF THE HOLIDAY.  BOKER FINDS THE PREVIOUS
      * BUSINESS DAY HERE AND MASLUL THE BUSINESS DATE OF THE NIGHT.
      *===============================================================*
       FD LU-BANK
	   VALUE OF FILE-ID WS-LU-FILE-NAME
	   LABEL RECORD STANDARD.
       01 LU-REC.
	 03 LU-TAARICH		       PIC 9(8).
	 03 LU-SUG-YOM		       PIC X(1).
	 03 LU-TEUR		       PIC X(20).
      *===============================================================*
      * NEXT YEAR'S HOLIDAYS AS PUBLISHED, ONE LINE PER HOLIDAY DATE.
      * LINES FOR ANY OTHER YEAR ARE PASSED OVER, SO ONE FILE MAY
      * CARRY SEVERAL YEARS.
      *===============================================================*
       FD CH-BANK
	   VALUE OF FILE-ID WS-CH-FILE-NAME
	   LABEL RECORD STANDARD.
       01 CH-REC.
	 03 CH-TAARICH		       PIC 9(8).
	 03 CH-TEUR		       PIC X(20).
      *===============================================================*
       FD AT-BANK
	   VALUE OF FILE-ID 'A:MIZUG.AUD'
	   LABEL RECORD STANDARD.
       01 AT-REC.
	 03 AT-SHURA		       PIC X(80).
	 03 AT-MAFIL		       PIC X(8).
      *===============================================================*
      * PM-SOF-SHAVUA-1/2 ARE THE WEEKEND DAYS, 1 (RISHON) THRU 7
      * (SHABAT).  A ZERO IN EITHER LEAVES A ONE-DAY WEEKEND.
      *===============================================================*
       FD PM-BANK
	   VALUE OF FILE-ID 'A:LUACH.PRM'
	   LABEL RECORD STANDARD.
       01 PM-REC.
	 03 PM-LU-FILE		       PIC X(40).
	 03 PM-CH-FILE		       PIC X(40).
	 03 PM-SOF-SHAVUA-1	       PIC X(1).
	 03 PM-SOF-SHAVUA-2	       PIC X(1).
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
       01 I-INDEXIM.
	 03 I-CHODESH		       PIC 9(2) VALUE 0.
	 03 I-YOM		       PIC 9(2) VALUE 0.
      *===============================================================*
       01 MH-MAPHTECHOT-HASHVAA.
	 03 MH-MF-FILE-STATUS	       PIC X(2).
	   88 MH-MF-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-MF-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-LU-FILE-STATUS	       PIC X(2).
	   88 MH-LU-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-LU-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-CH-FILE-STATUS	       PIC X(2).
	   88 MH-CH-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-CH-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-AT-FILE-STATUS	       PIC X(2).
	   88 MH-AT-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-AT-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-PM-FILE-STATUS	       PIC X(2).
	   88 MH-PM-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-PM-FILE-NOT-FOUND     VALUE '35'.
      *===============================================================*
       01 WS-SHMOT-KVATSIM.
	 03 WS-LU-FILE-NAME	       PIC X(40)
					 VALUE 'A:LUACH.DAT'.
	 03 WS-CH-FILE-NAME	       PIC X(40)
					 VALUE 'A:CHAGIM.DAT'.
      *===============================================================*
      * THE WEEKEND DAYS, UNLESS LUACH.PRM SAYS OTHERWISE: SHISHI AND
      * SHABAT.
      *===============================================================*
       01 WS-SOF-SHAVUA.
	 03 WS-SOF-SHAVUA-1	       PIC 9(1) VALUE 6.
	 03 WS-SOF-SHAVUA-2	       PIC 9(1) VALUE 7.
      *===============================================================*
      * IN-CORE COPY OF THE CALENDAR.  EVERY CHANGE IS MADE HERE AND
      * THE WHOLE FILE IS WRITTEN BACK AT SIYUM, SO AN OPERATOR WHO
      * BREAKS OFF THE RUN LEAVES LUACH.DAT AS IT WAS.
      *===============================================================*
       01 LT-TAVLAT-LUACH.
	 03 LT-MONEH		       PIC 9(4) VALUE 0.
	 03 LT-ENTRY OCCURS 4000 TIMES.
	   05 LT-TAARICH	       PIC 9(8).
	   05 LT-SUG-YOM	       PIC X(1).
	     88 LT-ASAKIM	       VALUE 'A'.
	     88 LT-SOF-SHAVUA	       VALUE 'S'.
	     88 LT-CHAG 	       VALUE 'C'.
	   05 LT-TEUR		       PIC X(20).
       01 I-LT			       PIC 9(4) VALUE 0.
       01 I-LT-NIMTZA		       PIC 9(4) VALUE 0.
       01 WS-LT-NIMTZA-SW	       PIC 9 VALUE 0.
	 88 WS-LT-NIMTZA	       VALUE 1.
      *===============================================================*
      * THE LENGTH OF EACH MONTH.  FEBRUARY IS SET FOR EACH YEAR AS
      * IT IS BUILT, FROM THE DAY NUMBERS OF 1 FEBRUARY AND 1 MARCH.
      *===============================================================*
       01 YM-YEMEI-CHODESH-INIT.
	 03 FILLER		       PIC 9(2) VALUE 31.
	 03 FILLER		       PIC 9(2) VALUE 28.
	 03 FILLER		       PIC 9(2) VALUE 31.
	 03 FILLER		       PIC 9(2) VALUE 30.
	 03 FILLER		       PIC 9(2) VALUE 31.
	 03 FILLER		       PIC 9(2) VALUE 30.
	 03 FILLER		       PIC 9(2) VALUE 31.
	 03 FILLER		       PIC 9(2) VALUE 31.
	 03 FILLER		       PIC 9(2) VALUE 30.
	 03 FILLER		       PIC 9(2) VALUE 31.
	 03 FILLER		       PIC 9(2) VALUE 30.
	 03 FILLER		       PIC 9(2) VALUE 31.
       01 YM-YEMEI-CHODESH-TABLE REDEFINES YM-YEMEI-CHODESH-INIT.
	 03 YM-YAMIM OCCURS 12 TIMES
			       PIC 9(2).
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
       01 WS-BNIYA-SADOT.
	 03 WS-SHANA-BAKASHA	       PIC 9(4).
	 03 WS-YAMIM-MARTZ	       PIC 9(7).
	 03 WS-YOM-BASHAVUA	       PIC 9(1).
      *===============================================================*
       01 WS-BAKASHA-SADOT.
	 03 WS-PEULA		       PIC X(1).
	   88 WS-PEULA-BNIYA	       VALUE 'B'.
	   88 WS-PEULA-CHAG	       VALUE 'C'.
	   88 WS-PEULA-AVODA	       VALUE 'A'.
	   88 WS-PEULA-ITUR	       VALUE 'I'.
	   88 WS-PEULA-SIYUM	       VALUE 'S'.
	 03 WS-TAARICH-BAKASHA	       PIC 9(8).
	 03 WS-TEUR-BAKASHA	       PIC X(20).
      *===============================================================*
       01 WS-MONIM-LUACH.
	 03 WS-YAMIM-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-CHAGIM-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-SHINUI-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-LU-WRITE-COUNT	       PIC 9(7) VALUE 0.
      *===============================================================*
       01 WS-AUDIT-SADOT.
	 03 WS-AUDIT-RUN-DATE	       PIC 9(8).
	 03 WS-AUDIT-RUN-TIME	       PIC 9(8).
      *===============================================================*
       01 SW-SWITCHIM.
	 03 SW-LUACH		       PIC 9 VALUE 0.
	   88 SW-SOF-LUACH	       VALUE 9.
	 03 SW-CH-SW		       PIC 9 VALUE 0.
	   88 SW-SOF-CH 	       VALUE 9.
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
       W-LUACH			       SECTION.
      *---------------------------------------------------------------*
       W00.
	    PERFORM WZK-KNISAT-MAFIL.
	    PERFORM WZA-ATCHALAT-LUACH.
	    PERFORM WA-KABALAT-BAKASHA UNTIL SW-SOF-LUACH.
	    PERFORM WZZ-SIYOM-LUACH.
	    STOP RUN.
       W-EXIT. EXIT.
      *===============================================================*
       WA-KABALAT-BAKASHA	       SECTION.
      *---------------------------------------------------------------*
       WA00.
	    DISPLAY ' '.
	    DISPLAY 'NIHUL LUACH.DAT -- BCHAR PEULA:'.
	    DISPLAY '  (B)NIYAT SHANA CHADASHA'.
	    DISPLAY '  SIMUN YOM (C)HAG'.
	    DISPLAY '  HACHZARAT YOM LE-(A)VODA'.
	    DISPLAY '  (I)TUR TAARICH'.
	    DISPLAY '  (S)IYUM'.
	    ACCEPT WS-PEULA.
	    IF WS-PEULA-BNIYA
		   PERFORM WB-BNIYAT-SHANA
	    ELSE IF WS-PEULA-CHAG
		   PERFORM WC-SIMUN-CHAG
	    ELSE IF WS-PEULA-AVODA
		   PERFORM WD-SIMUN-AVODA
	    ELSE IF WS-PEULA-ITUR
		   PERFORM WE-ITUR-TAARICH
	    ELSE IF WS-PEULA-SIYUM
		   MOVE 9 TO SW-LUACH
	    ELSE
		   DISPLAY 'PEULA LO MUKERET: ' WS-PEULA.
       WA-EXIT. EXIT.
      *===============================================================*
      * ADDS A WHOLE YEAR AFTER THE LAST ONE ON THE CALENDAR: EVERY
      * DATE OF THE YEAR AS A BUSINESS DAY OR A WEEKEND DAY, THEN THE
      * HOLIDAYS OF THAT YEAR FROM CHAGIM.DAT ON TOP.  THE CALENDAR
      * ONLY GROWS FORWARD; A DAY ALREADY ON IT IS CHANGED WITH
      * (C)HAG OR (A)VODA.
      *===============================================================*
       WB-BNIYAT-SHANA		       SECTION.
      *---------------------------------------------------------------*
       WB00.
	    DISPLAY 'SHANA (YYYY): '.
	    ACCEPT WS-SHANA-BAKASHA.
	    IF WS-SHANA-BAKASHA < 1900
		   DISPLAY 'SHANA LO TEKINA: ' WS-SHANA-BAKASHA
		   GO TO WB-EXIT.
	    IF LT-MONEH > 0
		   MOVE LT-TAARICH(LT-MONEH) TO WS-MY-TAARICH
		   IF WS-MY-YYYY NOT < WS-SHANA-BAKASHA
			 DISPLAY 'LUACH.DAT KVAR MAGIA AD '
			   WS-MY-TAARICH ', RAK SHANA MEUCHERET '
			   'NITAN LEHOSIF'
			 GO TO WB-EXIT.
	    IF LT-MONEH > 3634
		   DISPLAY 'LUACH.DAT HOLDS MORE THAN 4000 '
		     'YAMIM, ENLARGE LT-TAVLAT-LUACH'
		   GO TO WB-EXIT.
	    MOVE WS-SHANA-BAKASHA TO WS-MY-YYYY.
	    MOVE 3 TO WS-MY-MM.
	    MOVE 1 TO WS-MY-DD.
	    PERFORM WK-MISPAR-YOM.
	    MOVE WS-MY-YAMIM TO WS-YAMIM-MARTZ.
	    MOVE 2 TO WS-MY-MM.
	    PERFORM WK-MISPAR-YOM.
	    COMPUTE YM-YAMIM(2) = WS-YAMIM-MARTZ - WS-MY-YAMIM.
	    MOVE 1 TO WS-MY-MM.
	    PERFORM WK-MISPAR-YOM.
	    ADD 2 TO WS-MY-YAMIM.
	    DIVIDE WS-MY-YAMIM BY 7 GIVING WS-MY-ZMANI
	     REMAINDER WS-YOM-BASHAVUA.
	    ADD 1 TO WS-YOM-BASHAVUA.
	    MOVE 0 TO WS-YAMIM-COUNT.
	    MOVE 0 TO WS-CHAGIM-COUNT.
	    PERFORM WB1-BNIYAT-CHODESH VARYING I-CHODESH FROM 1 BY 1
	     UNTIL I-CHODESH > 12.
	    PERFORM WB3-KRIAT-CHAGIM.
	    DISPLAY 'LUACH: SHANA ' WS-SHANA-BAKASHA ' NOSFA, YAMIM '
	     WS-YAMIM-COUNT ' CHAGIM ' WS-CHAGIM-COUNT.
	    COMPUTE WS-TAARICH-BAKASHA = WS-SHANA-BAKASHA * 10000
	     + 101.
	    MOVE 'BNIYAT SHANA' TO WS-TEUR-BAKASHA.
	    ADD 1 TO WS-SHINUI-COUNT.
	    PERFORM WJ-KTIVAT-BIKORET.
       WB-EXIT. EXIT.
      *===============================================================*
       WB1-BNIYAT-CHODESH	       SECTION.
      *---------------------------------------------------------------*
       WB10-BNIYAT-CHODESH.
	    PERFORM WB2-BNIYAT-YOM VARYING I-YOM FROM 1 BY 1
	     UNTIL I-YOM > YM-YAMIM(I-CHODESH).
       WB10-EXIT. EXIT.
      *===============================================================*
       WB2-BNIYAT-YOM		       SECTION.
      *---------------------------------------------------------------*
       WB20-BNIYAT-YOM.
	    ADD 1 TO LT-MONEH.
	    COMPUTE LT-TAARICH(LT-MONEH) = WS-SHANA-BAKASHA * 10000
	     + I-CHODESH * 100 + I-YOM.
	    IF WS-YOM-BASHAVUA = WS-SOF-SHAVUA-1
	       OR WS-YOM-BASHAVUA = WS-SOF-SHAVUA-2
		   MOVE 'S' TO LT-SUG-YOM(LT-MONEH)
	    ELSE
		   MOVE 'A' TO LT-SUG-YOM(LT-MONEH).
	    MOVE SPACES TO LT-TEUR(LT-MONEH).
	    ADD 1 TO WS-YAMIM-COUNT.
	    ADD 1 TO WS-YOM-BASHAVUA.
	    IF WS-YOM-BASHAVUA > 7
		   MOVE 1 TO WS-YOM-BASHAVUA.
       WB20-EXIT. EXIT.
      *===============================================================*
      * A YEAR BUILT WITHOUT CHAGIM.DAT HAS ONLY ITS WEEKENDS; THE
      * HOLIDAYS CAN THEN BE MARKED ONE BY ONE WITH (C)HAG.
      *===============================================================*
       WB3-KRIAT-CHAGIM 	       SECTION.
      *---------------------------------------------------------------*
       WB30-KRIAT-CHAGIM.
	    MOVE 0 TO SW-CH-SW.
	    OPEN INPUT CH-BANK.
	    IF MH-CH-FILE-NOT-FOUND
		   DISPLAY 'LUACH: AZHARA -- EIN CHAGIM.DAT, HA-SHANA '
		     'NIVNETA LELO CHAGIM'
		   GO TO WB30-EXIT.
	    IF NOT MH-CH-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING CH-BANK, FILE STATUS = '
		     MH-CH-FILE-STATUS
		   STOP RUN.
	    PERFORM WB4-TEINAT-CHAG UNTIL SW-SOF-CH.
	    CLOSE CH-BANK.
       WB30-EXIT. EXIT.
      *===============================================================*
       WB4-TEINAT-CHAG		       SECTION.
      *---------------------------------------------------------------*
       WB40-TEINAT-CHAG.
	    READ CH-BANK
		   AT END
		     MOVE 9 TO SW-CH-SW
		     GO TO WB40-EXIT.
	    IF CH-TAARICH NOT NUMERIC
		   DISPLAY 'LUACH: SHURA PSULA BE-CHAGIM.DAT: ' CH-REC
		   GO TO WB40-EXIT.
	    MOVE CH-TAARICH TO WS-MY-TAARICH.
	    IF WS-MY-YYYY NOT = WS-SHANA-BAKASHA
		   GO TO WB40-EXIT.
	    MOVE CH-TAARICH TO WS-TAARICH-BAKASHA.
	    PERFORM WH-CHIPUS-TAARICH.
	    IF NOT WS-LT-NIMTZA
		   DISPLAY 'LUACH: TAARICH CHAG LO TAKIN: ' CH-TAARICH
		   GO TO WB40-EXIT.
	    MOVE 'C' TO LT-SUG-YOM(I-LT-NIMTZA).
	    MOVE CH-TEUR TO LT-TEUR(I-LT-NIMTZA).
	    ADD 1 TO WS-CHAGIM-COUNT.
       WB40-EXIT. EXIT.
      *===============================================================*
       WC-SIMUN-CHAG		       SECTION.
      *---------------------------------------------------------------*
       WC00.
	    PERFORM WG-KABALAT-TAARICH.
	    IF NOT WS-LT-NIMTZA
		   GO TO WC-EXIT.
	    DISPLAY 'SHEM HA-CHAG (20 TAVIM): '.
	    ACCEPT WS-TEUR-BAKASHA.
	    IF WS-TEUR-BAKASHA = SPACES
		   DISPLAY 'SHEM CHASER, HA-PEULA BUTLA'
		   GO TO WC-EXIT.
	    MOVE 'C' TO LT-SUG-YOM(I-LT-NIMTZA).
	    MOVE WS-TEUR-BAKASHA TO LT-TEUR(I-LT-NIMTZA).
	    ADD 1 TO WS-SHINUI-COUNT.
	    PERFORM WJ-KTIVAT-BIKORET.
       WC-EXIT. EXIT.
      *===============================================================*
      * RETURNS A HOLIDAY, OR A WEEKEND DAY THE BANKS DECLARE A
      * WORKING DAY, TO THE BUSINESS DAYS.
      *===============================================================*
       WD-SIMUN-AVODA		       SECTION.
      *---------------------------------------------------------------*
       WD00.
	    PERFORM WG-KABALAT-TAARICH.
	    IF NOT WS-LT-NIMTZA
		   GO TO WD-EXIT.
	    IF LT-ASAKIM(I-LT-NIMTZA)
		   DISPLAY 'TAARICH ' WS-TAARICH-BAKASHA
		     ' KVAR YOM ASAKIM'
		   GO TO WD-EXIT.
	    MOVE 'A' TO LT-SUG-YOM(I-LT-NIMTZA).
	    MOVE SPACES TO LT-TEUR(I-LT-NIMTZA).
	    MOVE 'YOM ASAKIM' TO WS-TEUR-BAKASHA.
	    ADD 1 TO WS-SHINUI-COUNT.
	    PERFORM WJ-KTIVAT-BIKORET.
       WD-EXIT. EXIT.
      *===============================================================*
       WE-ITUR-TAARICH		       SECTION.
      *---------------------------------------------------------------*
       WE00.
	    PERFORM WG-KABALAT-TAARICH.
	    IF NOT WS-LT-NIMTZA
		   GO TO WE-EXIT.
	    DISPLAY '  TAARICH ........ ' LT-TAARICH(I-LT-NIMTZA).
	    DISPLAY '  SUG YOM ........ ' LT-SUG-YOM(I-LT-NIMTZA).
	    DISPLAY '  TEUR ........... ' LT-TEUR(I-LT-NIMTZA).
       WE-EXIT. EXIT.
      *===============================================================*
       WG-KABALAT-TAARICH	       SECTION.
      *---------------------------------------------------------------*
       WG00.
	    DISPLAY 'TAARICH (YYYYMMDD): '.
	    ACCEPT WS-TAARICH-BAKASHA.
	    PERFORM WH-CHIPUS-TAARICH.
	    IF NOT WS-LT-NIMTZA
		   DISPLAY 'TAARICH ' WS-TAARICH-BAKASHA
		     ' LO NIMTZA BE-LUACH.DAT'.
       WG-EXIT. EXIT.
      *===============================================================*
       WH-CHIPUS-TAARICH	       SECTION.
      *---------------------------------------------------------------*
       WH00.
	    MOVE 0 TO WS-LT-NIMTZA-SW.
	    MOVE 0 TO I-LT-NIMTZA.
	    PERFORM WH10-HASHVAAT-TAARICH VARYING I-LT FROM 1 BY 1
	     UNTIL I-LT > LT-MONEH OR WS-LT-NIMTZA.
	    GO TO WH-EXIT.
      *===============================================================*
       WH10-HASHVAAT-TAARICH.
	    IF LT-TAARICH(I-LT) = WS-TAARICH-BAKASHA
		   SET WS-LT-NIMTZA TO TRUE
		   MOVE I-LT TO I-LT-NIMTZA.
       WH10-END.
       WH-EXIT. EXIT.
      *===============================================================*
       WJ-KTIVAT-BIKORET	       SECTION.
      *---------------------------------------------------------------*
       WJ00.
	    ACCEPT WS-AUDIT-RUN-TIME FROM TIME.
	    MOVE SPACES TO AT-REC.
	    STRING 'LUACH ' DELIMITED BY SIZE
	     WS-AUDIT-RUN-DATE DELIMITED BY SIZE
	     ' ' DELIMITED BY SIZE
	     WS-AUDIT-RUN-TIME DELIMITED BY SIZE
	     ' TAARICH=' DELIMITED BY SIZE
	     WS-TAARICH-BAKASHA DELIMITED BY SIZE
	     ' PEULA=' DELIMITED BY SIZE
	     WS-PEULA DELIMITED BY SIZE
	     ' TEUR=' DELIMITED BY SIZE
	     WS-TEUR-BAKASHA DELIMITED BY SIZE INTO AT-SHURA.
	    MOVE WS-MAFIL TO AT-MAFIL.
	    WRITE AT-REC.
	    DISPLAY 'LUACH: ' AT-REC.
       WJ-EXIT. EXIT.
      *===============================================================*
      * WS-MY-TAARICH IN, WS-MY-YAMIM OUT.  EACH DIVIDE DROPS ITS
      * REMAINDER, WHICH IS WHAT COUNTS THE LEAP DAYS.
      *===============================================================*
       WK-MISPAR-YOM		       SECTION.
      *---------------------------------------------------------------*
       WK00.
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
       WK-EXIT. EXIT.
      *===============================================================*
       WZA-ATCHALAT-LUACH	       SECTION.
      *---------------------------------------------------------------*
       WZA00.
	    ACCEPT WS-AUDIT-RUN-DATE FROM DATE YYYYMMDD.
	    PERFORM WZA1-KRIAT-PARAMETRIM.
	    OPEN INPUT LU-BANK.
	    IF MH-LU-FILE-NOT-FOUND
		   DISPLAY 'LUACH: EIN LUACH.DAT, MATCHILIM LUACH REIK'
		   GO TO WZA10-PTICHAT-AUDIT.
	    IF NOT MH-LU-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING LU-BANK, FILE STATUS = '
		     MH-LU-FILE-STATUS
		   STOP RUN.
	    PERFORM WZA2-TEINAT-YOM
	     UNTIL MH-LU-FILE-STATUS NOT = '00'.
	    CLOSE LU-BANK.
       WZA10-PTICHAT-AUDIT.
	    OPEN EXTEND AT-BANK.
	    IF MH-AT-FILE-NOT-FOUND
		   OPEN OUTPUT AT-BANK
	    END-IF.
	    IF NOT MH-AT-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING AT-BANK, FILE STATUS = '
		     MH-AT-FILE-STATUS
		   STOP RUN.
       WZA-EXIT. EXIT.
      *===============================================================*
       WZA1-KRIAT-PARAMETRIM	       SECTION.
      *---------------------------------------------------------------*
       WZA05-KRIAT-PARAMETRIM.
	    OPEN INPUT PM-BANK.
	    IF MH-PM-FILE-NOT-FOUND
		   GO TO WZA05-EXIT.
	    IF NOT MH-PM-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING PM-BANK, FILE STATUS = '
		     MH-PM-FILE-STATUS
		   STOP RUN.
	    READ PM-BANK
		   AT END
		     CLOSE PM-BANK
		     GO TO WZA05-EXIT.
	    IF PM-LU-FILE NOT = SPACES
		   MOVE PM-LU-FILE TO WS-LU-FILE-NAME.
	    IF PM-CH-FILE NOT = SPACES
		   MOVE PM-CH-FILE TO WS-CH-FILE-NAME.
	    IF PM-SOF-SHAVUA-1 NUMERIC
		   MOVE PM-SOF-SHAVUA-1 TO WS-SOF-SHAVUA-1.
	    IF PM-SOF-SHAVUA-2 NUMERIC
		   MOVE PM-SOF-SHAVUA-2 TO WS-SOF-SHAVUA-2.
	    CLOSE PM-BANK.
       WZA05-EXIT. EXIT.
      *===============================================================*
       WZA2-TEINAT-YOM		       SECTION.
      *---------------------------------------------------------------*
       WZA20-TEINAT-YOM.
	    READ LU-BANK
		   AT END
		     GO TO WZA20-EXIT.
	    IF LT-MONEH = 4000
		   DISPLAY 'LUACH.DAT HOLDS MORE THAN 4000 '
		     'YAMIM, ENLARGE LT-TAVLAT-LUACH'
		   STOP RUN.
	    ADD 1 TO LT-MONEH.
	    MOVE LU-TAARICH TO LT-TAARICH(LT-MONEH).
	    MOVE LU-SUG-YOM TO LT-SUG-YOM(LT-MONEH).
	    MOVE LU-TEUR TO LT-TEUR(LT-MONEH).
       WZA20-EXIT. EXIT.
      *===============================================================*
      * WRITES THE TABLE BACK OVER LUACH.DAT, BUT ONLY WHEN SOME
      * ACTION ACTUALLY CHANGED IT.
      *===============================================================*
       WZZ-SIYOM-LUACH		       SECTION.
      *---------------------------------------------------------------*
       WZZ00.
	    CLOSE AT-BANK.
	    IF WS-SHINUI-COUNT = 0
		   DISPLAY 'LUACH: LO BUTZU SHINUIM, LUACH.DAT '
		     'LO SHUNA'
		   GO TO WZZ-EXIT.
	    OPEN OUTPUT LU-BANK.
	    IF NOT MH-LU-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING LU-BANK, FILE STATUS = '
		     MH-LU-FILE-STATUS
		   STOP RUN.
	    PERFORM WZZ1-KTIVAT-YOM VARYING I-LT FROM 1 BY 1
	     UNTIL I-LT > LT-MONEH.
	    CLOSE LU-BANK.
	    DISPLAY 'LUACH: SHINUIM ..................... '
	     WS-SHINUI-COUNT.
	    DISPLAY 'LUACH: RESHUMOT NICHTEVU LE-LU-BANK  '
	     WS-LU-WRITE-COUNT.
       WZZ-EXIT. EXIT.
      *===============================================================*
       WZZ1-KTIVAT-YOM		       SECTION.
      *---------------------------------------------------------------*
       WZZ10-KTIVAT-YOM.
	    MOVE LT-TAARICH(I-LT) TO LU-TAARICH.
	    MOVE LT-SUG-YOM(I-LT) TO LU-SUG-YOM.
	    MOVE LT-TEUR(I-LT) TO LU-TEUR.
	    WRITE LU-REC.
	    ADD 1 TO WS-LU-WRITE-COUNT.
       WZZ10-EXIT. EXIT.
      *===============================================================*
      * OPERATOR SIGN-ON: THREE TRIES AT OPERATOR ID AND PASSWORD
      * AGAINST THE REGISTRY.  A BLOCKED OPERATOR, OR NO REGISTRY AT
      * ALL, ENDS THE RUN.
      *===============================================================*
       WZK-KNISAT-MAFIL 	       SECTION.
      *---------------------------------------------------------------*
       WZK00.
	    PERFORM WZK1-NISAYON-KNISA
	     UNTIL WS-KNISA-TAKINA OR WS-NISAYON = 3.
	    IF NOT WS-KNISA-TAKINA
		   DISPLAY 'LUACH: KNISA NICHSHELA -- SIYUM'
		   STOP RUN.
	    DISPLAY 'LUACH: MAFIL ' WS-MAFIL ' NICHNAS'.
       WZK-EXIT. EXIT.
      *===============================================================*
       WZK1-NISAYON-KNISA	       SECTION.
      *---------------------------------------------------------------*
       WZK10-NISAYON-KNISA.
	    ADD 1 TO WS-NISAYON.
	    DISPLAY 'MAFIL: '.
	    ACCEPT WS-MAFIL.
	    DISPLAY 'SISMA: '.
	    ACCEPT WS-SISMA.
	    IF WS-MAFIL = SPACES
		   DISPLAY 'MAFIL CHASER'
		   GO TO WZK10-EXIT.
	    OPEN INPUT MF-BANK.
	    IF MH-MF-FILE-NOT-FOUND
		   DISPLAY 'LUACH: EIN A:MAFILIM.DAT -- SIYUM'
		   STOP RUN.
	    IF NOT MH-MF-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING MF-BANK, FILE STATUS = '
		     MH-MF-FILE-STATUS
		   STOP RUN.
	    PERFORM WZK2-KRIAT-MAFIL
	     UNTIL MH-MF-FILE-STATUS NOT = '00' OR WS-KNISA-TAKINA.
	    CLOSE MF-BANK.
	    IF NOT WS-KNISA-TAKINA
		   DISPLAY 'MAFIL O SISMA SHGUYIM'.
       WZK10-EXIT. EXIT.
      *===============================================================*
       WZK2-KRIAT-MAFIL 	       SECTION.
      *---------------------------------------------------------------*
       WZK20-KRIAT-MAFIL.
	    READ MF-BANK
		   AT END
		     GO TO WZK20-EXIT.
	    IF MF-MAFIL NOT = WS-MAFIL
	       OR MF-SISMA NOT = WS-SISMA
		   GO TO WZK20-EXIT.
	    IF MF-MATZAV = 'N'
		   DISPLAY 'LUACH: MAFIL ' WS-MAFIL ' CHASUM -- SIYUM'
		   CLOSE MF-BANK
		   STOP RUN.
	    MOVE MF-RAMA TO WS-RAMA.
	    SET WS-KNISA-TAKINA TO TRUE.
       WZK20-EXIT. EXIT.
      *===============================================================*
