       IDENTIFICATION		       DIVISION.
      *****************************************************************
       PROGRAM-ID.		       NIHUL.
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
	    SELECT CB-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-CB-FILE-STATUS
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
      *===============================================================*
	    SELECT BR-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-BR-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
       DATA			       DIVISION.
      *****************************************************************
       FILE			       SECTION.
      *---------------------------------------------------------------*
      * THE ACCOUNT MASTER: ONE LINE PER CHESHBON, KEPT IN CHESHBON
      * ORDER -- THE OWNER'S TZ, THE SOURCE BANK (THE STREAM NAME AS
      * IT APPEARS IN KM-SOURCE), THE OPENING DATE, AND MATZAV 'P'
      * (PATUACH), 'K' (KAFUI) OR 'S' (SAGUR) WITH THE DATE AND
      * REASON OF THE LAST FREEZE, RELEASE OR CLOSURE.  FORMAT, IDKUN
      * AND KLITA REFUSE MOVEMENTS THE MASTER DOES NOT ALLOW.
      *===============================================================*
       FD CB-BANK
	   VALUE OF FILE-ID WS-CB-FILE-NAME
	   LABEL RECORD STANDARD.
       01 CB-REC.
	 03 CB-CHESHBON 	       PIC 9(10).
	 03 CB-TZ		       PIC X(10).
	 03 CB-SOURCE		       PIC X(10).
	 03 CB-TAARICH-PTICHA	       PIC 9(8).
	 03 CB-MATZAV		       PIC X(1).
	 03 CB-TAARICH-MATZAV	       PIC 9(8).
	 03 CB-SIBA		       PIC X(30).
      *===============================================================*
       FD AT-BANK
	   VALUE OF FILE-ID 'A:MIZUG.AUD'
	   LABEL RECORD STANDARD.
       01 AT-REC.
	 03 AT-SHURA		       PIC X(80).
	 03 AT-MAFIL		       PIC X(8).
      *===============================================================*
       FD PM-BANK
	   VALUE OF FILE-ID 'A:NIHUL.PRM'
	   LABEL RECORD STANDARD.
       01 PM-REC.
	 03 PM-CB-FILE		       PIC X(40).
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
      *===============================================================*
      * THE BANK REGISTRY: THE STREAM NAME AS IT APPEARS IN KM-SOURCE,
      * THE FULL INSTITUTION NAME, THE BRANCH, AND MATZAV 'P'/'N'.
      * A NEW CHESHBON MAY ONLY NAME AN ACTIVE BANK AS ITS SOURCE.
      *===============================================================*
       FD BR-BANK
	   VALUE OF FILE-ID 'A:BANKIM.DAT'
	   LABEL RECORD STANDARD.
       01 BR-REC.
	 03 BR-SOURCE		       PIC X(10).
	 03 BR-SHEM-MALE	       PIC X(30).
	 03 BR-SNIF		       PIC X(10).
	 03 BR-MATZAV		       PIC X(1).
      *****************************************************************
       WORKING-STORAGE		       SECTION.
      *---------------------------------------------------------------*
       01 MH-MAPHTECHOT-HASHVAA.
	 03 MH-MF-FILE-STATUS	       PIC X(2).
	   88 MH-MF-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-MF-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-CB-FILE-STATUS	       PIC X(2).
	   88 MH-CB-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-CB-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-AT-FILE-STATUS	       PIC X(2).
	   88 MH-AT-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-AT-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-PM-FILE-STATUS	       PIC X(2).
	   88 MH-PM-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-PM-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-BR-FILE-STATUS	       PIC X(2).
	   88 MH-BR-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-BR-FILE-NOT-FOUND     VALUE '35'.
      *===============================================================*
       01 WS-SHMOT-KVATSIM.
	 03 WS-CB-FILE-NAME	       PIC X(40)
					 VALUE 'A:CHESHBON.DAT'.
      *===============================================================*
      * IN-CORE COPY OF THE ACCOUNT MASTER.  EVERY CHANGE IS MADE
      * HERE AND THE WHOLE FILE IS WRITTEN BACK AT SIYUM, SO AN
      * OPERATOR WHO BREAKS OFF THE RUN LEAVES CHESHBON.DAT AS IT WAS.
      *===============================================================*
       01 CT-TAVLAT-CHESHBONOT.
	 03 CT-MONEH		       PIC 9(4) VALUE 0.
	 03 CT-ENTRY OCCURS 3000 TIMES.
	   05 CT-CHESHBON	       PIC 9(10).
	   05 CT-TZ		       PIC X(10).
	   05 CT-SOURCE 	       PIC X(10).
	   05 CT-TAARICH-PTICHA        PIC 9(8).
	   05 CT-MATZAV 	       PIC X(1).
	     88 CT-PATUACH	       VALUE 'P'.
	     88 CT-KAFUI	       VALUE 'K'.
	     88 CT-SAGUR	       VALUE 'S'.
	   05 CT-TAARICH-MATZAV        PIC 9(8).
	   05 CT-SIBA		       PIC X(30).
       01 I-CT			       PIC 9(4) VALUE 0.
       01 I-CT-NIMTZA		       PIC 9(4) VALUE 0.
       01 I-CT-MIKUM		       PIC 9(4) VALUE 0.
       01 WS-CT-NIMTZA-SW	       PIC 9 VALUE 0.
	 88 WS-CT-NIMTZA	       VALUE 1.
      *===============================================================*
       01 WS-BAKASHA-SADOT.
	 03 WS-PEULA		       PIC X(1).
	   88 WS-PEULA-PTICHA	       VALUE 'P'.
	   88 WS-PEULA-KFIA	       VALUE 'K'.
	   88 WS-PEULA-HAFSHARA        VALUE 'H'.
	   88 WS-PEULA-SGIRA	       VALUE 'G'.
	   88 WS-PEULA-ITUR	       VALUE 'I'.
	   88 WS-PEULA-SIYUM	       VALUE 'S'.
	 03 WS-CHESHBON-BAKASHA        PIC 9(10).
	 03 WS-TZ-BAKASHA	       PIC X(10).
	 03 WS-SOURCE-BAKASHA	       PIC X(10).
	 03 WS-TAARICH-BAKASHA	       PIC 9(8).
	 03 WS-SIBA-BAKASHA	       PIC X(30).
      *===============================================================*
      * IN-CORE COPY OF THE BANK REGISTRY (BR-BANK), LOADED AT
      * START-UP.  WHEN BANKIM.DAT IS MISSING THE TABLE STAYS EMPTY
      * AND THE SOURCE BANK MUST BE ONE OF THE FIVE MERGE STREAMS.
      *===============================================================*
       01 BN-TAVLAT-BANKIM.
	 03 BN-MONEH		       PIC 9(2) VALUE 0.
	 03 BN-ENTRY OCCURS 20 TIMES.
	   05 BN-SOURCE 	       PIC X(10).
	   05 BN-SHEM-MALE	       PIC X(30).
	   05 BN-SNIF		       PIC X(10).
	   05 BN-MATZAV 	       PIC X(1).
       01 I-BN			       PIC 9(2) VALUE 0.
       01 WS-BN-NIMTZA-SW	       PIC 9 VALUE 0.
	 88 WS-BN-NIMTZA	       VALUE 1.
      *===============================================================*
      * A DATE UNDER CHECK, AND THE LENGTH OF ITS MONTH TAKEN FROM
      * THE DAY NUMBERS OF THE FIRST OF THE MONTH AND OF THE NEXT.
      *===============================================================*
       01 WS-BDIKAT-TAARICH-SADOT.
	 03 WS-BT-TAARICH	       PIC 9(8).
	 03 WS-BT-PEROT REDEFINES WS-BT-TAARICH.
	   05 WS-BT-YYYY	       PIC 9(4).
	   05 WS-BT-MM		       PIC 9(2).
	   05 WS-BT-DD		       PIC 9(2).
	 03 WS-BT-ORECH 	       PIC 9(2).
	 03 WS-BT-YAMIM-RISHON	       PIC 9(7).
       01 WS-BT-TAKIN-SW	       PIC 9 VALUE 0.
	 88 WS-BT-TAKIN 	       VALUE 1.
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
       01 WS-MONIM-NIHUL.
	 03 WS-PTICHA-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-KFIA-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-HAFSHARA-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-SGIRA-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-CB-WRITE-COUNT	       PIC 9(7) VALUE 0.
      *===============================================================*
       01 WS-AUDIT-SADOT.
	 03 WS-AUDIT-RUN-DATE	       PIC 9(8).
	 03 WS-AUDIT-RUN-TIME	       PIC 9(8).
      *===============================================================*
       01 SW-SWITCHIM.
	 03 SW-NIHUL		       PIC 9 VALUE 0.
	   88 SW-SOF-NIHUL	       VALUE 9.
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
       N-NIHUL			       SECTION.
      *---------------------------------------------------------------*
       N00.
	    PERFORM NZK-KNISAT-MAFIL.
	    PERFORM NZA-ATCHALAT-NIHUL.
	    PERFORM NA-KABALAT-BAKASHA UNTIL SW-SOF-NIHUL.
	    PERFORM NZZ-SIYOM-NIHUL.
	    STOP RUN.
       N-EXIT. EXIT.
      *===============================================================*
       NA-KABALAT-BAKASHA	       SECTION.
      *---------------------------------------------------------------*
       NA00.
	    DISPLAY ' '.
	    DISPLAY 'NIHUL CHESHBON.DAT -- BCHAR PEULA:'.
	    DISPLAY '  (P)TICHAT CHESHBON'.
	    DISPLAY '  (K)FIAT CHESHBON'.
	    DISPLAY '  (H)AFSHARAT KFIA'.
	    DISPLAY '  S(G)IRAT CHESHBON'.
	    DISPLAY '  (I)TUR CHESHBON'.
	    DISPLAY '  (S)IYUM'.
	    ACCEPT WS-PEULA.
	    IF WS-PEULA-PTICHA
		   PERFORM NB-PTICHA
	    ELSE IF WS-PEULA-KFIA
		   PERFORM NC-KFIA
	    ELSE IF WS-PEULA-HAFSHARA
		   PERFORM ND-HAFSHARA
	    ELSE IF WS-PEULA-SGIRA
		   PERFORM NE-SGIRA
	    ELSE IF WS-PEULA-ITUR
		   PERFORM NF-ITUR
	    ELSE IF WS-PEULA-SIYUM
		   MOVE 9 TO SW-NIHUL
	    ELSE
		   DISPLAY 'PEULA LO MUKERET: ' WS-PEULA.
       NA-EXIT. EXIT.
      *===============================================================*
      * A NEW CHESHBON IS INSERTED IN ITS SORTED POSITION WITH MATZAV
      * 'P'.  A CHESHBON ALREADY ON THE MASTER -- EVEN A CLOSED ONE --
      * CANNOT BE OPENED A SECOND TIME.
      *===============================================================*
       NB-PTICHA		       SECTION.
      *---------------------------------------------------------------*
       NB00.
	    DISPLAY 'CHESHBON (10 SFAROT): '.
	    ACCEPT WS-CHESHBON-BAKASHA.
	    IF WS-CHESHBON-BAKASHA = 0
		   DISPLAY 'CHESHBON LO TAKIN'
		   GO TO NB-EXIT.
	    PERFORM NH-CHIPUS-CHESHBON.
	    IF WS-CT-NIMTZA
		   DISPLAY 'CHESHBON ' WS-CHESHBON-BAKASHA
		     ' KVAR KAYAM BE-AV, MATZAV '
		     CT-MATZAV(I-CT-NIMTZA)
		   GO TO NB-EXIT.
	    IF CT-MONEH = 3000
		   DISPLAY 'CHESHBON.DAT HOLDS MORE THAN 3000 '
		     'CHESHBONOT, ENLARGE CT-TAVLAT-CHESHBONOT'
		   GO TO NB-EXIT.
	    DISPLAY 'TZ BAAL HA-CHESHBON (10 TAVIM): '.
	    ACCEPT WS-TZ-BAKASHA.
	    IF WS-TZ-BAKASHA NOT NUMERIC
		   DISPLAY 'TZ EINO MISPARI'
		   GO TO NB-EXIT.
	    DISPLAY 'BANK MAKOR (KA-BANK ... KE-BANK): '.
	    ACCEPT WS-SOURCE-BAKASHA.
	    IF WS-SOURCE-BAKASHA = SPACES
		   DISPLAY 'BANK MAKOR CHASER'
		   GO TO NB-EXIT.
	    PERFORM NM-CHIPUS-BANK.
	    IF NOT WS-BN-NIMTZA
		   DISPLAY 'BANK MAKOR ' WS-SOURCE-BAKASHA
		     ' LO RASHUM O EINO PAIL'
		   GO TO NB-EXIT.
	    DISPLAY 'TAARICH PTICHA (YYYYMMDD, 0 = HAYOM): '.
	    ACCEPT WS-TAARICH-BAKASHA.
	    IF WS-TAARICH-BAKASHA = 0
		   MOVE WS-AUDIT-RUN-DATE TO WS-TAARICH-BAKASHA.
	    MOVE WS-TAARICH-BAKASHA TO WS-BT-TAARICH.
	    PERFORM NL-BDIKAT-TAARICH.
	    IF NOT WS-BT-TAKIN
		   GO TO NB-EXIT.
	    PERFORM NB1-HAZAZAT-ENTRY VARYING I-CT FROM CT-MONEH
	     BY -1 UNTIL I-CT < I-CT-MIKUM.
	    ADD 1 TO CT-MONEH.
	    MOVE WS-CHESHBON-BAKASHA TO CT-CHESHBON(I-CT-MIKUM).
	    MOVE WS-TZ-BAKASHA TO CT-TZ(I-CT-MIKUM).
	    MOVE WS-SOURCE-BAKASHA TO CT-SOURCE(I-CT-MIKUM).
	    MOVE WS-TAARICH-BAKASHA TO CT-TAARICH-PTICHA(I-CT-MIKUM).
	    MOVE 'P' TO CT-MATZAV(I-CT-MIKUM).
	    MOVE 0 TO CT-TAARICH-MATZAV(I-CT-MIKUM).
	    MOVE SPACES TO CT-SIBA(I-CT-MIKUM).
	    MOVE SPACES TO WS-SIBA-BAKASHA.
	    ADD 1 TO WS-PTICHA-COUNT.
	    PERFORM NJ-KTIVAT-BIKORET.
       NB-EXIT. EXIT.
      *===============================================================*
       NB1-HAZAZAT-ENTRY	       SECTION.
      *---------------------------------------------------------------*
       NB10-HAZAZAT-ENTRY.
	    MOVE CT-ENTRY(I-CT) TO CT-ENTRY(I-CT + 1).
       NB10-EXIT. EXIT.
      *===============================================================*
      * A COURT ORDER OR A BANK INSTRUCTION FREEZES AN OPEN ACCOUNT.
      * FROZEN ACCOUNTS TAKE NO MOVEMENTS THROUGH FORMAT OR IDKUN
      * UNTIL THE FREEZE IS RELEASED.
      *===============================================================*
       NC-KFIA			       SECTION.
      *---------------------------------------------------------------*
       NC00.
	    PERFORM NG-KABALAT-CHESHBON.
	    IF NOT WS-CT-NIMTZA
		   GO TO NC-EXIT.
	    IF NOT CT-PATUACH(I-CT-NIMTZA)
		   DISPLAY 'RAK CHESHBON PATUACH NITAN LEHAKPI, '
		     'MATZAV ' CT-MATZAV(I-CT-NIMTZA)
		   GO TO NC-EXIT.
	    PERFORM NK-KABALAT-SIBA.
	    IF WS-SIBA-BAKASHA = SPACES
		   GO TO NC-EXIT.
	    MOVE 'K' TO CT-MATZAV(I-CT-NIMTZA).
	    MOVE WS-AUDIT-RUN-DATE TO CT-TAARICH-MATZAV(I-CT-NIMTZA).
	    MOVE WS-SIBA-BAKASHA TO CT-SIBA(I-CT-NIMTZA).
	    ADD 1 TO WS-KFIA-COUNT.
	    PERFORM NJ-KTIVAT-BIKORET.
       NC-EXIT. EXIT.
      *===============================================================*
       ND-HAFSHARA		       SECTION.
      *---------------------------------------------------------------*
       ND00.
	    PERFORM NG-KABALAT-CHESHBON.
	    IF NOT WS-CT-NIMTZA
		   GO TO ND-EXIT.
	    IF NOT CT-KAFUI(I-CT-NIMTZA)
		   DISPLAY 'CHESHBON EINO KAFUI, MATZAV '
		     CT-MATZAV(I-CT-NIMTZA)
		   GO TO ND-EXIT.
	    PERFORM NK-KABALAT-SIBA.
	    IF WS-SIBA-BAKASHA = SPACES
		   GO TO ND-EXIT.
	    MOVE 'P' TO CT-MATZAV(I-CT-NIMTZA).
	    MOVE WS-AUDIT-RUN-DATE TO CT-TAARICH-MATZAV(I-CT-NIMTZA).
	    MOVE WS-SIBA-BAKASHA TO CT-SIBA(I-CT-NIMTZA).
	    ADD 1 TO WS-HAFSHARA-COUNT.
	    PERFORM NJ-KTIVAT-BIKORET.
       ND-EXIT. EXIT.
      *===============================================================*
      * CLOSURE IS FINAL.  AN OPEN OR A FROZEN ACCOUNT MAY BE CLOSED;
      * A CLOSED ACCOUNT IS NEVER REOPENED -- THE CUSTOMER GETS A NEW
      * CHESHBON.
      *===============================================================*
       NE-SGIRA 		       SECTION.
      *---------------------------------------------------------------*
       NE00.
	    PERFORM NG-KABALAT-CHESHBON.
	    IF NOT WS-CT-NIMTZA
		   GO TO NE-EXIT.
	    IF CT-SAGUR(I-CT-NIMTZA)
		   DISPLAY 'CHESHBON KVAR SAGUR MI-'
		     CT-TAARICH-MATZAV(I-CT-NIMTZA)
		   GO TO NE-EXIT.
	    PERFORM NK-KABALAT-SIBA.
	    IF WS-SIBA-BAKASHA = SPACES
		   GO TO NE-EXIT.
	    MOVE 'S' TO CT-MATZAV(I-CT-NIMTZA).
	    MOVE WS-AUDIT-RUN-DATE TO CT-TAARICH-MATZAV(I-CT-NIMTZA).
	    MOVE WS-SIBA-BAKASHA TO CT-SIBA(I-CT-NIMTZA).
	    ADD 1 TO WS-SGIRA-COUNT.
	    PERFORM NJ-KTIVAT-BIKORET.
       NE-EXIT. EXIT.
      *===============================================================*
       NF-ITUR			       SECTION.
      *---------------------------------------------------------------*
       NF00.
	    PERFORM NG-KABALAT-CHESHBON.
	    IF NOT WS-CT-NIMTZA
		   GO TO NF-EXIT.
	    DISPLAY '  CHESHBON ....... ' CT-CHESHBON(I-CT-NIMTZA).
	    DISPLAY '  TZ ............. ' CT-TZ(I-CT-NIMTZA).
	    DISPLAY '  BANK MAKOR ..... ' CT-SOURCE(I-CT-NIMTZA).
	    DISPLAY '  TAARICH PTICHA . '
	     CT-TAARICH-PTICHA(I-CT-NIMTZA).
	    DISPLAY '  MATZAV ......... ' CT-MATZAV(I-CT-NIMTZA).
	    DISPLAY '  TAARICH MATZAV . '
	     CT-TAARICH-MATZAV(I-CT-NIMTZA).
	    DISPLAY '  SIBA ........... ' CT-SIBA(I-CT-NIMTZA).
       NF-EXIT. EXIT.
      *===============================================================*
       NG-KABALAT-CHESHBON	       SECTION.
      *---------------------------------------------------------------*
       NG00.
	    DISPLAY 'CHESHBON (10 SFAROT): '.
	    ACCEPT WS-CHESHBON-BAKASHA.
	    PERFORM NH-CHIPUS-CHESHBON.
	    IF NOT WS-CT-NIMTZA
		   DISPLAY 'CHESHBON ' WS-CHESHBON-BAKASHA
		     ' LO RASHUM BE-AV CHESHBONOT'.
       NG-EXIT. EXIT.
      *===============================================================*
      * LOOKS UP WS-CHESHBON-BAKASHA.  I-CT-NIMTZA IS THE ENTRY WHEN
      * FOUND; I-CT-MIKUM IS WHERE A NEW CHESHBON WOULD BE INSERTED
      * TO KEEP THE TABLE IN CHESHBON ORDER.
      *===============================================================*
       NH-CHIPUS-CHESHBON	       SECTION.
      *---------------------------------------------------------------*
       NH00.
	    MOVE 0 TO WS-CT-NIMTZA-SW.
	    MOVE 0 TO I-CT-NIMTZA.
	    MOVE 1 TO I-CT-MIKUM.
	    PERFORM NH10-HASHVAAT-CHESHBON VARYING I-CT FROM 1 BY 1
	     UNTIL I-CT > CT-MONEH OR WS-CT-NIMTZA.
	    GO TO NH-EXIT.
      *===============================================================*
       NH10-HASHVAAT-CHESHBON.
	    IF CT-CHESHBON(I-CT) = WS-CHESHBON-BAKASHA
		   SET WS-CT-NIMTZA TO TRUE
		   MOVE I-CT TO I-CT-NIMTZA.
	    IF CT-CHESHBON(I-CT) < WS-CHESHBON-BAKASHA
		   COMPUTE I-CT-MIKUM = I-CT + 1.
       NH10-END.
       NH-EXIT. EXIT.
      *===============================================================*
       NJ-KTIVAT-BIKORET	       SECTION.
      *---------------------------------------------------------------*
       NJ00.
	    ACCEPT WS-AUDIT-RUN-TIME FROM TIME.
	    MOVE SPACES TO AT-REC.
	    STRING 'NIHUL ' DELIMITED BY SIZE
	     WS-AUDIT-RUN-DATE DELIMITED BY SIZE
	     ' ' DELIMITED BY SIZE
	     WS-AUDIT-RUN-TIME DELIMITED BY SIZE
	     ' CHESHBON=' DELIMITED BY SIZE
	     WS-CHESHBON-BAKASHA DELIMITED BY SIZE
	     ' PEULA=' DELIMITED BY SIZE
	     WS-PEULA DELIMITED BY SIZE
	     ' SIBA=' DELIMITED BY SIZE
	     WS-SIBA-BAKASHA DELIMITED BY SIZE INTO AT-SHURA.
	    MOVE WS-MAFIL TO AT-MAFIL.
	    WRITE AT-REC.
	    DISPLAY 'NIHUL: ' AT-REC.
       NJ-EXIT. EXIT.
      *===============================================================*
       NK-KABALAT-SIBA		       SECTION.
      *---------------------------------------------------------------*
       NK00.
	    DISPLAY 'SIBA (30 TAVIM): '.
	    ACCEPT WS-SIBA-BAKASHA.
	    IF WS-SIBA-BAKASHA = SPACES
		   DISPLAY 'SIBA CHASERA, HA-PEULA BUTLA'.
       NK-EXIT. EXIT.
      *===============================================================*
      * WS-BT-TAARICH IN; WS-BT-TAKIN SET WHEN IT IS A REAL DATE.
      *===============================================================*
       NL-BDIKAT-TAARICH	       SECTION.
      *---------------------------------------------------------------*
       NL00.
	    MOVE 0 TO WS-BT-TAKIN-SW.
	    IF WS-BT-YYYY < 1900
	       OR WS-BT-MM < 1 OR WS-BT-MM > 12
	       OR WS-BT-DD < 1
		   DISPLAY 'TAARICH LO TAKIN: ' WS-BT-TAARICH
		   GO TO NL-EXIT.
	    MOVE WS-BT-YYYY TO WS-MY-YYYY.
	    MOVE WS-BT-MM TO WS-MY-MM.
	    MOVE 1 TO WS-MY-DD.
	    PERFORM NQ-MISPAR-YOM.
	    MOVE WS-MY-YAMIM TO WS-BT-YAMIM-RISHON.
	    IF WS-BT-MM = 12
		   COMPUTE WS-MY-YYYY = WS-BT-YYYY + 1
		   MOVE 1 TO WS-MY-MM
	    ELSE
		   COMPUTE WS-MY-MM = WS-BT-MM + 1.
	    PERFORM NQ-MISPAR-YOM.
	    COMPUTE WS-BT-ORECH = WS-MY-YAMIM - WS-BT-YAMIM-RISHON.
	    IF WS-BT-DD > WS-BT-ORECH
		   DISPLAY 'TAARICH LO TAKIN: ' WS-BT-TAARICH
		   GO TO NL-EXIT.
	    SET WS-BT-TAKIN TO TRUE.
       NL-EXIT. EXIT.
      *===============================================================*
      * WS-SOURCE-BAKASHA IN; WS-BN-NIMTZA SET WHEN IT IS AN ACTIVE
      * BANK IN THE REGISTRY.  WITHOUT BANKIM.DAT ONLY THE FIVE MERGE
      * STREAMS KA-BANK ... KE-BANK ARE ACCEPTED.
      *===============================================================*
       NM-CHIPUS-BANK		       SECTION.
      *---------------------------------------------------------------*
       NM00.
	    MOVE 0 TO WS-BN-NIMTZA-SW.
	    IF BN-MONEH = 0
		   IF WS-SOURCE-BAKASHA = 'KA-BANK' OR 'KB-BANK'
		      OR 'KC-BANK' OR 'KD-BANK' OR 'KE-BANK'
			  SET WS-BN-NIMTZA TO TRUE
		   END-IF
		   GO TO NM-EXIT.
	    PERFORM NM1-HASHVAAT-BANK VARYING I-BN FROM 1 BY 1
	     UNTIL I-BN > BN-MONEH OR WS-BN-NIMTZA.
	    GO TO NM-EXIT.
      *===============================================================*
       NM1-HASHVAAT-BANK.
	    IF BN-SOURCE(I-BN) = WS-SOURCE-BAKASHA
	       AND BN-MATZAV(I-BN) = 'P'
		   SET WS-BN-NIMTZA TO TRUE.
       NM1-END.
       NM-EXIT. EXIT.
      *===============================================================*
      * WS-MY-TAARICH IN, WS-MY-YAMIM OUT.  EACH DIVIDE DROPS ITS
      * REMAINDER, WHICH IS WHAT COUNTS THE LEAP DAYS.
      *===============================================================*
       NQ-MISPAR-YOM		       SECTION.
      *---------------------------------------------------------------*
       NQ00.
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
       NQ-EXIT. EXIT.
      *===============================================================*
       NZA-ATCHALAT-NIHUL	       SECTION.
      *---------------------------------------------------------------*
       NZA00.
	    ACCEPT WS-AUDIT-RUN-DATE FROM DATE YYYYMMDD.
	    PERFORM NZA1-KRIAT-PARAMETRIM.
	    PERFORM NZA3-KRIAT-BANKIM.
	    OPEN INPUT CB-BANK.
	    IF MH-CB-FILE-NOT-FOUND
		   DISPLAY 'NIHUL: EIN CHESHBON.DAT, MATCHILIM AV '
		     'CHESHBONOT REIK'
		   GO TO NZA10-PTICHAT-AUDIT.
	    IF NOT MH-CB-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING CB-BANK, FILE STATUS = '
		     MH-CB-FILE-STATUS
		   STOP RUN.
	    PERFORM NZA2-TEINAT-CHESHBON
	     UNTIL MH-CB-FILE-STATUS NOT = '00'.
	    CLOSE CB-BANK.
       NZA10-PTICHAT-AUDIT.
	    OPEN EXTEND AT-BANK.
	    IF MH-AT-FILE-NOT-FOUND
		   OPEN OUTPUT AT-BANK
	    END-IF.
	    IF NOT MH-AT-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING AT-BANK, FILE STATUS = '
		     MH-AT-FILE-STATUS
		   STOP RUN.
       NZA-EXIT. EXIT.
      *===============================================================*
       NZA1-KRIAT-PARAMETRIM	       SECTION.
      *---------------------------------------------------------------*
       NZA05-KRIAT-PARAMETRIM.
	    OPEN INPUT PM-BANK.
	    IF MH-PM-FILE-NOT-FOUND
		   GO TO NZA05-EXIT.
	    IF NOT MH-PM-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING PM-BANK, FILE STATUS = '
		     MH-PM-FILE-STATUS
		   STOP RUN.
	    READ PM-BANK
		   AT END
		     CLOSE PM-BANK
		     GO TO NZA05-EXIT.
	    IF PM-CB-FILE NOT = SPACES
		   MOVE PM-CB-FILE TO WS-CB-FILE-NAME.
	    CLOSE PM-BANK.
       NZA05-EXIT. EXIT.
      *===============================================================*
       NZA2-TEINAT-CHESHBON	       SECTION.
      *---------------------------------------------------------------*
       NZA20-TEINAT-CHESHBON.
	    READ CB-BANK
		   AT END
		     GO TO NZA20-EXIT.
	    IF CT-MONEH = 3000
		   DISPLAY 'CHESHBON.DAT HOLDS MORE THAN 3000 '
		     'CHESHBONOT, ENLARGE CT-TAVLAT-CHESHBONOT'
		   STOP RUN.
	    ADD 1 TO CT-MONEH.
	    MOVE CB-CHESHBON TO CT-CHESHBON(CT-MONEH).
	    MOVE CB-TZ TO CT-TZ(CT-MONEH).
	    MOVE CB-SOURCE TO CT-SOURCE(CT-MONEH).
	    MOVE CB-TAARICH-PTICHA TO CT-TAARICH-PTICHA(CT-MONEH).
	    MOVE CB-MATZAV TO CT-MATZAV(CT-MONEH).
	    MOVE CB-TAARICH-MATZAV TO CT-TAARICH-MATZAV(CT-MONEH).
	    MOVE CB-SIBA TO CT-SIBA(CT-MONEH).
       NZA20-EXIT. EXIT.
      *===============================================================*
       NZA3-KRIAT-BANKIM	       SECTION.
      *---------------------------------------------------------------*
       NZA30-KRIAT-BANKIM.
	    OPEN INPUT BR-BANK.
	    IF MH-BR-FILE-NOT-FOUND
		   GO TO NZA30-EXIT.
	    IF NOT MH-BR-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING BR-BANK, FILE STATUS = '
		     MH-BR-FILE-STATUS
		   STOP RUN.
	    PERFORM NZA4-TEINAT-BANK
	     UNTIL MH-BR-FILE-STATUS NOT = '00'.
	    CLOSE BR-BANK.
       NZA30-EXIT. EXIT.
      *===============================================================*
       NZA4-TEINAT-BANK 	       SECTION.
      *---------------------------------------------------------------*
       NZA40-TEINAT-BANK.
	    READ BR-BANK
		   AT END
		     GO TO NZA40-EXIT.
	    IF BN-MONEH = 20
		   DISPLAY 'BANKIM.DAT HOLDS MORE THAN 20 BANKIM, '
		     'ENLARGE BN-TAVLAT-BANKIM'
		   STOP RUN.
	    ADD 1 TO BN-MONEH.
	    MOVE BR-SOURCE TO BN-SOURCE(BN-MONEH).
	    MOVE BR-SHEM-MALE TO BN-SHEM-MALE(BN-MONEH).
	    MOVE BR-SNIF TO BN-SNIF(BN-MONEH).
	    MOVE BR-MATZAV TO BN-MATZAV(BN-MONEH).
       NZA40-EXIT. EXIT.
      *===============================================================*
      * WRITES THE TABLE BACK OVER CHESHBON.DAT, BUT ONLY WHEN SOME
      * ACTION ACTUALLY CHANGED IT.
      *===============================================================*
       NZZ-SIYOM-NIHUL		       SECTION.
      *---------------------------------------------------------------*
       NZZ00.
	    CLOSE AT-BANK.
	    IF WS-PTICHA-COUNT = 0 AND WS-KFIA-COUNT = 0
	       AND WS-HAFSHARA-COUNT = 0 AND WS-SGIRA-COUNT = 0
		   DISPLAY 'NIHUL: LO BUTZU SHINUIM, CHESHBON.DAT '
		     'LO SHUNA'
		   GO TO NZZ-EXIT.
	    OPEN OUTPUT CB-BANK.
	    IF NOT MH-CB-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING CB-BANK, FILE STATUS = '
		     MH-CB-FILE-STATUS
		   STOP RUN.
	    PERFORM NZZ1-KTIVAT-CHESHBON VARYING I-CT FROM 1 BY 1
	     UNTIL I-CT > CT-MONEH.
	    CLOSE CB-BANK.
	    DISPLAY 'NIHUL: CHESHBONOT NIFTACHU ......... '
	     WS-PTICHA-COUNT.
	    DISPLAY 'NIHUL: CHESHBONOT HUKPU ............ '
	     WS-KFIA-COUNT.
	    DISPLAY 'NIHUL: KFIOT HUFSHERU .............. '
	     WS-HAFSHARA-COUNT.
	    DISPLAY 'NIHUL: CHESHBONOT NISGERU .......... '
	     WS-SGIRA-COUNT.
	    DISPLAY 'NIHUL: RESHUMOT NICHTEVU LE-CB-BANK  '
	     WS-CB-WRITE-COUNT.
       NZZ-EXIT. EXIT.
      *===============================================================*
       NZZ1-KTIVAT-CHESHBON	       SECTION.
      *---------------------------------------------------------------*
       NZZ10-KTIVAT-CHESHBON.
	    MOVE CT-CHESHBON(I-CT) TO CB-CHESHBON.
	    MOVE CT-TZ(I-CT) TO CB-TZ.
	    MOVE CT-SOURCE(I-CT) TO CB-SOURCE.
	    MOVE CT-TAARICH-PTICHA(I-CT) TO CB-TAARICH-PTICHA.
	    MOVE CT-MATZAV(I-CT) TO CB-MATZAV.
	    MOVE CT-TAARICH-MATZAV(I-CT) TO CB-TAARICH-MATZAV.
	    MOVE CT-SIBA(I-CT) TO CB-SIBA.
	    WRITE CB-REC.
	    ADD 1 TO WS-CB-WRITE-COUNT.
       NZZ10-EXIT. EXIT.
      *===============================================================*
      * OPERATOR SIGN-ON: THREE TRIES AT OPERATOR ID AND PASSWORD
      * AGAINST THE REGISTRY.  A BLOCKED OPERATOR, OR NO REGISTRY AT
      * ALL, ENDS THE RUN.
      *===============================================================*
       NZK-KNISAT-MAFIL 	       SECTION.
      *---------------------------------------------------------------*
       NZK00.
	    PERFORM NZK1-NISAYON-KNISA
	     UNTIL WS-KNISA-TAKINA OR WS-NISAYON = 3.
	    IF NOT WS-KNISA-TAKINA
		   DISPLAY 'NIHUL: KNISA NICHSHELA -- SIYUM'
		   STOP RUN.
	    DISPLAY 'NIHUL: MAFIL ' WS-MAFIL ' NICHNAS'.
       NZK-EXIT. EXIT.
      *===============================================================*
       NZK1-NISAYON-KNISA	       SECTION.
      *---------------------------------------------------------------*
       NZK10-NISAYON-KNISA.
	    ADD 1 TO WS-NISAYON.
	    DISPLAY 'MAFIL: '.
	    ACCEPT WS-MAFIL.
	    DISPLAY 'SISMA: '.
	    ACCEPT WS-SISMA.
	    IF WS-MAFIL = SPACES
		   DISPLAY 'MAFIL CHASER'
		   GO TO NZK10-EXIT.
	    OPEN INPUT MF-BANK.
	    IF MH-MF-FILE-NOT-FOUND
		   DISPLAY 'NIHUL: EIN A:MAFILIM.DAT -- SIYUM'
		   STOP RUN.
	    IF NOT MH-MF-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING MF-BANK, FILE STATUS = '
		     MH-MF-FILE-STATUS
		   STOP RUN.
	    PERFORM NZK2-KRIAT-MAFIL
	     UNTIL MH-MF-FILE-STATUS NOT = '00' OR WS-KNISA-TAKINA.
	    CLOSE MF-BANK.
	    IF NOT WS-KNISA-TAKINA
		   DISPLAY 'MAFIL O SISMA SHGUYIM'.
       NZK10-EXIT. EXIT.
      *===============================================================*
       NZK2-KRIAT-MAFIL 	       SECTION.
      *---------------------------------------------------------------*
       NZK20-KRIAT-MAFIL.
	    READ MF-BANK
		   AT END
		     GO TO NZK20-EXIT.
	    IF MF-MAFIL NOT = WS-MAFIL
	       OR MF-SISMA NOT = WS-SISMA
		   GO TO NZK20-EXIT.
	    IF MF-MATZAV = 'N'
		   DISPLAY 'NIHUL: MAFIL ' WS-MAFIL ' CHASUM -- SIYUM'
		   CLOSE MF-BANK
		   STOP RUN.
	    MOVE MF-RAMA TO WS-RAMA.
	    SET WS-KNISA-TAKINA TO TRUE.
       NZK20-EXIT. EXIT.
      *===============================================================*
