       IDENTIFICATION		       DIVISION.
      *****************************************************************
       PROGRAM-ID.		       KEVA.
       INSTALLATION.		       RAANAN-KLEINFELD.
       DATE-WRITTEN.		       01/07/87.
       DATE-COMPILED.		       01/07/87.
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
	    SELECT HO-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-HO-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *===============================================================*
	    SELECT CB-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-CB-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *===============================================================*
	    SELECT KO-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-KO-FILE-STATUS
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
      * THE STANDING ORDERS, ONE LINE PER ORDER IN ORDER-NUMBER
      * ORDER: THE ACCOUNT DEBITED AND THE ACCOUNT CREDITED (ZERO FOR
      * A PAYMENT OUT OF THE SYSTEM), EACH WITH THE SHEM AND TZ THE
      * MOVEMENT CARRIES; THE AMOUNT AND THE KOD IT IS POSTED UNDER;
      * THE FREQUENCY -- 'S' (SHAVUI), 'C' (CHODSHI), 'R' (RIVONI)
      * OR 'N' (SHNATI) -- WITH THE DAY OF THE MONTH IT FALLS ON; THE
      * NEXT DUE DATE AND THE END DATE (ZERO = NO END); AND MATZAV
      * 'P' (PAILA), 'B' (BUTLA) OR 'G' (PAG TOKEFA).  YITZUR
      * GENERATES THE DUE ORDERS EVERY BUSINESS NIGHT AND MOVES
      * EACH TO ITS NEXT DUE DATE, RECORDING WHAT HAPPENED.
      *===============================================================*
       FD HO-BANK
	   VALUE OF FILE-ID WS-HO-FILE-NAME
	   LABEL RECORD STANDARD.
       01 HO-REC.
	 03 HO-MISPAR		       PIC 9(6).
	 03 HO-CHESHBON-MI	       PIC 9(10).
	 03 HO-SHEM-MI		       PIC X(10).
	 03 HO-TZ-MI		       PIC X(10).
	 03 HO-CHESHBON-EL	       PIC 9(10).
	 03 HO-SHEM-EL		       PIC X(10).
	 03 HO-TZ-EL		       PIC X(10).
	 03 HO-SCHOM		       PIC 9(7)V99.
	 03 HO-KOD		       PIC 9(1).
	 03 HO-TADIRUT		       PIC X(1).
	 03 HO-YOM-KAVUA	       PIC 9(2).
	 03 HO-TAARICH-HABA	       PIC 9(8).
	 03 HO-TAARICH-SOF	       PIC 9(8).
	 03 HO-MATZAV		       PIC X(1).
	 03 HO-TAARICH-PTICHA	       PIC 9(8).
	 03 HO-TAARICH-ACHARON	       PIC 9(8).
	 03 HO-TOTZAA		       PIC X(1).
      *===============================================================*
      * THE ACCOUNT MASTER KEPT BY NIHUL: ONE LINE PER CHESHBON WITH
      * THE OWNER'S TZ, THE SOURCE BANK, THE OPENING DATE AND MATZAV
      * 'P' (PATUACH), 'K' (KAFUI) OR 'S' (SAGUR).
      *===============================================================*
       FD CB-BANK
	   VALUE OF FILE-ID 'A:CHESHBON.DAT'
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
      * THE KOD CHART OF ACCOUNTS: ONE LINE PER KOD WITH ITS
      * DESCRIPTION, ITS DIRECTION -- 'D' (CHOVA, THE CUSTOMER IS
      * DEBITED, SCHOM NEVER POSITIVE), 'C' (ZCHUT, THE CUSTOMER IS
      * CREDITED, SCHOM NEVER NEGATIVE) OR 'B' (EITHER) -- THE GL
      * ACCOUNT CARRYING THE CUSTOMER SIDE AND ITS CONTRA ACCOUNT.
      *===============================================================*
       FD KO-BANK
	   VALUE OF FILE-ID 'A:KODIM.DAT'
	   LABEL RECORD STANDARD.
       01 KO-REC.
	 03 KO-KOD		       PIC 9(1).
	 03 KO-TEUR		       PIC X(20).
	 03 KO-KIVUN		       PIC X(1).
	 03 KO-CHESHBON-GL	       PIC X(10).
	 03 KO-CHESHBON-NEGDI	       PIC X(10).
      *===============================================================*
       FD AT-BANK
	   VALUE OF FILE-ID 'A:MIZUG.AUD'
	   LABEL RECORD STANDARD.
       01 AT-REC.
	 03 AT-SHURA		       PIC X(80).
	 03 AT-MAFIL		       PIC X(8).
      *===============================================================*
       FD PM-BANK
	   VALUE OF FILE-ID 'A:KEVA.PRM'
	   LABEL RECORD STANDARD.
       01 PM-REC.
	 03 PM-HO-FILE		       PIC X(40).
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
	 03 MH-HO-FILE-STATUS	       PIC X(2).
	   88 MH-HO-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-HO-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-CB-FILE-STATUS	       PIC X(2).
	   88 MH-CB-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-CB-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-KO-FILE-STATUS	       PIC X(2).
	   88 MH-KO-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-KO-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-AT-FILE-STATUS	       PIC X(2).
	   88 MH-AT-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-AT-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-PM-FILE-STATUS	       PIC X(2).
	   88 MH-PM-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-PM-FILE-NOT-FOUND     VALUE '35'.
      *===============================================================*
       01 WS-SHMOT-KVATSIM.
	 03 WS-HO-FILE-NAME	       PIC X(40)
					 VALUE 'A:HORAOT.DAT'.
      *===============================================================*
      * IN-CORE COPY OF THE STANDING ORDERS.  EVERY CHANGE IS MADE
      * HERE AND THE WHOLE FILE IS WRITTEN BACK AT SIYUM, SO AN
      * OPERATOR WHO BREAKS OFF THE RUN LEAVES HORAOT.DAT AS IT WAS.
      *===============================================================*
       01 HT-TAVLAT-HORAOT.
	 03 HT-MONEH		       PIC 9(4) VALUE 0.
	 03 HT-ENTRY OCCURS 1000 TIMES.
	   05 HT-MISPAR 	       PIC 9(6).
	   05 HT-CHESHBON-MI	       PIC 9(10).
	   05 HT-SHEM-MI	       PIC X(10).
	   05 HT-TZ-MI		       PIC X(10).
	   05 HT-CHESHBON-EL	       PIC 9(10).
	   05 HT-SHEM-EL	       PIC X(10).
	   05 HT-TZ-EL		       PIC X(10).
	   05 HT-SCHOM		       PIC 9(7)V99.
	   05 HT-KOD		       PIC 9(1).
	   05 HT-TADIRUT	       PIC X(1).
	   05 HT-YOM-KAVUA	       PIC 9(2).
	   05 HT-TAARICH-HABA	       PIC 9(8).
	   05 HT-TAARICH-SOF	       PIC 9(8).
	   05 HT-MATZAV 	       PIC X(1).
	     88 HT-PAILA	       VALUE 'P'.
	   05 HT-TAARICH-PTICHA        PIC 9(8).
	   05 HT-TAARICH-ACHARON       PIC 9(8).
	   05 HT-TOTZAA 	       PIC X(1).
       01 I-HT			       PIC 9(4) VALUE 0.
       01 I-HT-NIMTZA		       PIC 9(4) VALUE 0.
       01 WS-HT-NIMTZA-SW	       PIC 9 VALUE 0.
	 88 WS-HT-NIMTZA	       VALUE 1.
       01 WS-MISPAR-ACHARON	       PIC 9(6) VALUE 0.
      *===============================================================*
      * IN-CORE COPY OF THE ACCOUNT MASTER (CB-BANK).  WHEN
      * CHESHBON.DAT IS MISSING THE ACCOUNT CHECKS ARE SKIPPED WITH A
      * WARNING AND THE OPERATOR TYPES THE TZ; WHEN IT IS PRESENT
      * BOTH ACCOUNTS OF A NEW ORDER MUST BE OPEN AND THE TZ IS TAKEN
      * FROM THE MASTER.
      *===============================================================*
       01 CT-TAVLAT-CHESHBONOT.
	 03 CT-MONEH		       PIC 9(4) VALUE 0.
	 03 CT-ENTRY OCCURS 3000 TIMES.
	   05 CT-CHESHBON	       PIC 9(10).
	   05 CT-TZ		       PIC X(10).
	   05 CT-MATZAV 	       PIC X(1).
	     88 CT-PATUACH	       VALUE 'P'.
       01 I-CT			       PIC 9(4) VALUE 0.
       01 I-CT-NIMTZA		       PIC 9(4) VALUE 0.
       01 WS-CT-NIMTZA-SW	       PIC 9 VALUE 0.
	 88 WS-CT-NIMTZA	       VALUE 1.
       01 WS-CB-KAYAM-SW	       PIC 9 VALUE 0.
	 88 WS-CB-KAYAM 	       VALUE 1.
      *===============================================================*
      * THE DIRECTION OF EVERY KOD ON KODIM.DAT, INDEXED BY KOD + 1.
      * A TRANSFER POSTS A DEBIT AND A CREDIT UNDER THE SAME KOD, SO
      * ITS KOD MUST ALLOW BOTH; A PAYMENT OUT ONLY DEBITS.
      *===============================================================*
       01 TK-TAVLAT-KODIM.
	 03 TK-ENTRY OCCURS 10 TIMES.
	   05 TK-YESH-SW	       PIC 9(1) VALUE 0.
	     88 TK-YESH 	       VALUE 1.
	   05 TK-KIVUN		       PIC X(1) VALUE SPACE.
	     88 TK-ZCHUT	       VALUE 'C'.
	     88 TK-SHNEIHEM	       VALUE 'B'.
       01 WS-KO-KAYAM-SW	       PIC 9 VALUE 0.
	 88 WS-KO-KAYAM 	       VALUE 1.
      *===============================================================*
       01 WS-BAKASHA-SADOT.
	 03 WS-PEULA		       PIC X(1).
	   88 WS-PEULA-PTICHA	       VALUE 'P'.
	   88 WS-PEULA-ADKUN	       VALUE 'A'.
	   88 WS-PEULA-BITUL	       VALUE 'B'.
	   88 WS-PEULA-ITUR	       VALUE 'I'.
	   88 WS-PEULA-RESHIMA	       VALUE 'R'.
	   88 WS-PEULA-SIYUM	       VALUE 'S'.
	 03 WS-MISPAR-BAKASHA	       PIC 9(6).
	 03 WS-CHESHBON-BAKASHA        PIC 9(10).
	 03 WS-SHEM-BAKASHA	       PIC X(10).
	 03 WS-TZ-BAKASHA	       PIC X(10).
	 03 WS-SCHOM-AGOROT	       PIC 9(9).
	 03 WS-KOD-BAKASHA	       PIC X(1).
	 03 WS-TADIRUT-BAKASHA	       PIC X(1).
	   88 WS-TADIRUT-TKINA	       VALUES 'S' 'C' 'R' 'N'.
	 03 WS-TAARICH-BAKASHA	       PIC 9(8).
	 03 WS-OD-SCHOM 	       PIC X(1).
	   88 WS-YESH-SCHOM	       VALUE 'K'.
      *===============================================================*
      * THE NEW ORDER BEING BUILT UP FROM THE OPERATOR'S ANSWERS.
      *===============================================================*
       01 WS-HORAA-CHADASHA.
	 03 WS-HC-CHESHBON-MI	       PIC 9(10).
	 03 WS-HC-SHEM-MI	       PIC X(10).
	 03 WS-HC-TZ-MI 	       PIC X(10).
	 03 WS-HC-CHESHBON-EL	       PIC 9(10).
	 03 WS-HC-SHEM-EL	       PIC X(10).
	 03 WS-HC-TZ-EL 	       PIC X(10).
	 03 WS-HC-SCHOM 	       PIC 9(7)V99.
	 03 WS-HC-KOD		       PIC 9(1).
	 03 WS-HC-TADIRUT	       PIC X(1).
	 03 WS-HC-TAARICH-HABA	       PIC 9(8).
	 03 WS-HC-TAARICH-SOF	       PIC 9(8).
       01 WS-HC-TAKIN-SW	       PIC 9 VALUE 0.
	 88 WS-HC-TAKIN 	       VALUE 1.
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
       01 WS-MONIM-KEVA.
	 03 WS-PTICHA-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-ADKUN-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-BITUL-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-HO-WRITE-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-RESHIMA-COUNT	       PIC 9(4) VALUE 0.
      *===============================================================*
       01 WS-AUDIT-SADOT.
	 03 WS-AUDIT-RUN-DATE	       PIC 9(8).
	 03 WS-AUDIT-RUN-TIME	       PIC 9(8).
      *===============================================================*
       01 WS-HATZAGA-SADOT.
	 03 WS-H-SCHOM		       PIC ZZZZZZ9.99.
      *===============================================================*
       01 SW-SWITCHIM.
	 03 SW-KEVA		       PIC 9 VALUE 0.
	   88 SW-SOF-KEVA	       VALUE 9.
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
       I-KEVA			       SECTION.
      *---------------------------------------------------------------*
       I00.
	    PERFORM IZK-KNISAT-MAFIL.
	    PERFORM IZA-ATCHALAT-KEVA.
	    PERFORM IA-KABALAT-BAKASHA UNTIL SW-SOF-KEVA.
	    PERFORM IZZ-SIYOM-KEVA.
	    STOP RUN.
       I-EXIT. EXIT.
      *===============================================================*
       IA-KABALAT-BAKASHA	       SECTION.
      *---------------------------------------------------------------*
       IA00.
	    DISPLAY ' '.
	    DISPLAY 'NIHUL HORAOT KEVA -- BCHAR PEULA:'.
	    DISPLAY '  (P)TICHAT HORAA'.
	    DISPLAY '  (A)DKUN SCHOM / TAARICH SOF'.
	    DISPLAY '  (B)ITUL HORAA'.
	    DISPLAY '  (I)TUR HORAA'.
	    DISPLAY '  (R)ESHIMAT HORAOT LE-CHESHBON'.
	    DISPLAY '  (S)IYUM'.
	    ACCEPT WS-PEULA.
	    IF WS-PEULA-PTICHA
		   PERFORM IB-PTICHA
	    ELSE IF WS-PEULA-ADKUN
		   PERFORM IC-ADKUN
	    ELSE IF WS-PEULA-BITUL
		   PERFORM ID-BITUL
	    ELSE IF WS-PEULA-ITUR
		   PERFORM IE-ITUR
	    ELSE IF WS-PEULA-RESHIMA
		   PERFORM IF-RESHIMA
	    ELSE IF WS-PEULA-SIYUM
		   MOVE 9 TO SW-KEVA
	    ELSE
		   DISPLAY 'PEULA LO MUKERET: ' WS-PEULA.
       IA-EXIT. EXIT.
      *===============================================================*
      * A NEW ORDER TAKES THE NEXT ORDER NUMBER AND GOES ON THE END
      * OF THE TABLE, SO THE FILE STAYS IN ORDER-NUMBER ORDER.  ANY
      * ANSWER THAT FAILS ITS CHECK ABANDONS THE WHOLE ORDER.
      *===============================================================*
       IB-PTICHA		       SECTION.
      *---------------------------------------------------------------*
       IB00.
	    IF HT-MONEH = 1000
		   DISPLAY 'HORAOT.DAT HOLDS MORE THAN 1000 '
		     'HORAOT, ENLARGE HT-TAVLAT-HORAOT'
		   GO TO IB-EXIT.
	    MOVE 0 TO WS-HC-TAKIN-SW.
	    DISPLAY 'CHESHBON LE-CHIYUV (10 SFAROT): '.
	    ACCEPT WS-CHESHBON-BAKASHA.
	    PERFORM IG-KABALAT-TZAD.
	    IF NOT WS-HC-TAKIN
		   GO TO IB-EXIT.
	    MOVE WS-CHESHBON-BAKASHA TO WS-HC-CHESHBON-MI.
	    MOVE WS-SHEM-BAKASHA TO WS-HC-SHEM-MI.
	    MOVE WS-TZ-BAKASHA TO WS-HC-TZ-MI.
	    MOVE 0 TO WS-HC-CHESHBON-EL.
	    MOVE SPACES TO WS-HC-SHEM-EL.
	    MOVE SPACES TO WS-HC-TZ-EL.
	    DISPLAY 'CHESHBON LE-ZIKUY (0 = TASHLUM CHITZONI): '.
	    ACCEPT WS-CHESHBON-BAKASHA.
	    IF WS-CHESHBON-BAKASHA = WS-HC-CHESHBON-MI
		   DISPLAY 'CHESHBON HA-ZIKUY ZEHE LE-CHESHBON '
		     'HA-CHIYUV'
		   GO TO IB-EXIT.
	    IF WS-CHESHBON-BAKASHA NOT = 0
		   PERFORM IG-KABALAT-TZAD
		   IF NOT WS-HC-TAKIN
			 GO TO IB-EXIT
		   END-IF
		   MOVE WS-CHESHBON-BAKASHA TO WS-HC-CHESHBON-EL
		   MOVE WS-SHEM-BAKASHA TO WS-HC-SHEM-EL
		   MOVE WS-TZ-BAKASHA TO WS-HC-TZ-EL.
	    DISPLAY 'SCHOM BE-AGOROT (9 SFAROT): '.
	    ACCEPT WS-SCHOM-AGOROT.
	    IF WS-SCHOM-AGOROT = 0
		   DISPLAY 'SCHOM LO TAKIN'
		   GO TO IB-EXIT.
	    COMPUTE WS-HC-SCHOM = WS-SCHOM-AGOROT / 100.
	    DISPLAY 'KOD (0-9): '.
	    ACCEPT WS-KOD-BAKASHA.
	    IF WS-KOD-BAKASHA NOT NUMERIC
		   DISPLAY 'KOD LO MISPARI'
		   GO TO IB-EXIT.
	    MOVE WS-KOD-BAKASHA TO WS-HC-KOD.
	    PERFORM IM-BDIKAT-KOD.
	    IF NOT WS-HC-TAKIN
		   GO TO IB-EXIT.
	    DISPLAY 'TADIRUT: (S)HAVUI (C)HODSHI (R)IVONI (N)SHNATI: '.
	    ACCEPT WS-TADIRUT-BAKASHA.
	    IF NOT WS-TADIRUT-TKINA
		   DISPLAY 'TADIRUT LO MUKERET: ' WS-TADIRUT-BAKASHA
		   GO TO IB-EXIT.
	    MOVE WS-TADIRUT-BAKASHA TO WS-HC-TADIRUT.
	    DISPLAY 'TAARICH TASHLUM RISHON (YYYYMMDD): '.
	    ACCEPT WS-TAARICH-BAKASHA.
	    MOVE WS-TAARICH-BAKASHA TO WS-BT-TAARICH.
	    PERFORM IK-BDIKAT-TAARICH.
	    IF NOT WS-BT-TAKIN
		   GO TO IB-EXIT.
	    IF WS-TAARICH-BAKASHA < WS-AUDIT-RUN-DATE
		   DISPLAY 'TAARICH KODEM LE-HAYOM'
		   GO TO IB-EXIT.
	    MOVE WS-TAARICH-BAKASHA TO WS-HC-TAARICH-HABA.
	    PERFORM IL-KABALAT-TAARICH-SOF.
	    IF NOT WS-BT-TAKIN
		   GO TO IB-EXIT.
	    MOVE WS-TAARICH-BAKASHA TO WS-HC-TAARICH-SOF.
	    ADD 1 TO HT-MONEH.
	    ADD 1 TO WS-MISPAR-ACHARON.
	    MOVE WS-MISPAR-ACHARON TO HT-MISPAR(HT-MONEH).
	    MOVE WS-HC-CHESHBON-MI TO HT-CHESHBON-MI(HT-MONEH).
	    MOVE WS-HC-SHEM-MI TO HT-SHEM-MI(HT-MONEH).
	    MOVE WS-HC-TZ-MI TO HT-TZ-MI(HT-MONEH).
	    MOVE WS-HC-CHESHBON-EL TO HT-CHESHBON-EL(HT-MONEH).
	    MOVE WS-HC-SHEM-EL TO HT-SHEM-EL(HT-MONEH).
	    MOVE WS-HC-TZ-EL TO HT-TZ-EL(HT-MONEH).
	    MOVE WS-HC-SCHOM TO HT-SCHOM(HT-MONEH).
	    MOVE WS-HC-KOD TO HT-KOD(HT-MONEH).
	    MOVE WS-HC-TADIRUT TO HT-TADIRUT(HT-MONEH).
	    MOVE WS-HC-TAARICH-HABA TO WS-MY-TAARICH.
	    MOVE WS-MY-DD TO HT-YOM-KAVUA(HT-MONEH).
	    MOVE WS-HC-TAARICH-HABA TO HT-TAARICH-HABA(HT-MONEH).
	    MOVE WS-HC-TAARICH-SOF TO HT-TAARICH-SOF(HT-MONEH).
	    MOVE 'P' TO HT-MATZAV(HT-MONEH).
	    MOVE WS-AUDIT-RUN-DATE TO HT-TAARICH-PTICHA(HT-MONEH).
	    MOVE 0 TO HT-TAARICH-ACHARON(HT-MONEH).
	    MOVE SPACE TO HT-TOTZAA(HT-MONEH).
	    MOVE HT-MONEH TO I-HT-NIMTZA.
	    MOVE WS-MISPAR-ACHARON TO WS-MISPAR-BAKASHA.
	    DISPLAY 'KEVA: HORAA ' WS-MISPAR-ACHARON ' NIFTECHA'.
	    ADD 1 TO WS-PTICHA-COUNT.
	    PERFORM IJ-KTIVAT-BIKORET.
       IB-EXIT. EXIT.
      *===============================================================*
      * A LIVE ORDER MAY HAVE ITS AMOUNT OR ITS END DATE CHANGED; ANY
      * OTHER CHANGE IS A CANCELLATION AND A NEW ORDER.
      *===============================================================*
       IC-ADKUN 		       SECTION.
      *---------------------------------------------------------------*
       IC00.
	    PERFORM IH-KABALAT-HORAA.
	    IF NOT WS-HT-NIMTZA
		   GO TO IC-EXIT.
	    IF NOT HT-PAILA(I-HT-NIMTZA)
		   DISPLAY 'RAK HORAA PAILA NITAN LEADKEN, MATZAV '
		     HT-MATZAV(I-HT-NIMTZA)
		   GO TO IC-EXIT.
	    DISPLAY 'LESHANOT SCHOM? (K = KEN): '.
	    ACCEPT WS-OD-SCHOM.
	    IF WS-YESH-SCHOM
		   DISPLAY 'SCHOM CHADASH BE-AGOROT (9 SFAROT): '
		   ACCEPT WS-SCHOM-AGOROT
		   IF WS-SCHOM-AGOROT = 0
			 DISPLAY 'SCHOM LO TAKIN'
			 GO TO IC-EXIT.
	    PERFORM IL-KABALAT-TAARICH-SOF.
	    IF NOT WS-BT-TAKIN
		   GO TO IC-EXIT.
	    IF WS-YESH-SCHOM
		   COMPUTE HT-SCHOM(I-HT-NIMTZA) =
		     WS-SCHOM-AGOROT / 100.
	    MOVE WS-TAARICH-BAKASHA TO HT-TAARICH-SOF(I-HT-NIMTZA).
	    ADD 1 TO WS-ADKUN-COUNT.
	    PERFORM IJ-KTIVAT-BIKORET.
       IC-EXIT. EXIT.
      *===============================================================*
      * A CANCELLED ORDER STAYS ON THE FILE AS A RECORD OF WHAT WAS
      * PAID, BUT YITZUR NEVER GENERATES IT AGAIN.
      *===============================================================*
       ID-BITUL 		       SECTION.
      *---------------------------------------------------------------*
       ID00.
	    PERFORM IH-KABALAT-HORAA.
	    IF NOT WS-HT-NIMTZA
		   GO TO ID-EXIT.
	    IF NOT HT-PAILA(I-HT-NIMTZA)
		   DISPLAY 'HORAA EINA PAILA, MATZAV '
		     HT-MATZAV(I-HT-NIMTZA)
		   GO TO ID-EXIT.
	    MOVE 'B' TO HT-MATZAV(I-HT-NIMTZA).
	    ADD 1 TO WS-BITUL-COUNT.
	    PERFORM IJ-KTIVAT-BIKORET.
       ID-EXIT. EXIT.
      *===============================================================*
       IE-ITUR			       SECTION.
      *---------------------------------------------------------------*
       IE00.
	    PERFORM IH-KABALAT-HORAA.
	    IF NOT WS-HT-NIMTZA
		   GO TO IE-EXIT.
	    MOVE HT-SCHOM(I-HT-NIMTZA) TO WS-H-SCHOM.
	    DISPLAY '  HORAA .......... ' HT-MISPAR(I-HT-NIMTZA).
	    DISPLAY '  MI-CHESHBON .... ' HT-CHESHBON-MI(I-HT-NIMTZA)
	     ' ' HT-SHEM-MI(I-HT-NIMTZA) ' ' HT-TZ-MI(I-HT-NIMTZA).
	    DISPLAY '  EL-CHESHBON .... ' HT-CHESHBON-EL(I-HT-NIMTZA)
	     ' ' HT-SHEM-EL(I-HT-NIMTZA) ' ' HT-TZ-EL(I-HT-NIMTZA).
	    DISPLAY '  SCHOM .......... ' WS-H-SCHOM.
	    DISPLAY '  KOD ............ ' HT-KOD(I-HT-NIMTZA).
	    DISPLAY '  TADIRUT ........ ' HT-TADIRUT(I-HT-NIMTZA)
	     ' YOM ' HT-YOM-KAVUA(I-HT-NIMTZA).
	    DISPLAY '  TASHLUM HABA ... ' HT-TAARICH-HABA(I-HT-NIMTZA).
	    DISPLAY '  TAARICH SOF .... ' HT-TAARICH-SOF(I-HT-NIMTZA).
	    DISPLAY '  MATZAV ......... ' HT-MATZAV(I-HT-NIMTZA).
	    DISPLAY '  NIFTECHA ....... '
	     HT-TAARICH-PTICHA(I-HT-NIMTZA).
	    DISPLAY '  BITZUA ACHARON . '
	     HT-TAARICH-ACHARON(I-HT-NIMTZA)
	     ' TOTZAA ' HT-TOTZAA(I-HT-NIMTZA).
       IE-EXIT. EXIT.
      *===============================================================*
      * EVERY ORDER, LIVE OR NOT, THAT DEBITS OR CREDITS THE ACCOUNT.
      *===============================================================*
       IF-RESHIMA		       SECTION.
      *---------------------------------------------------------------*
       IF00.
	    DISPLAY 'CHESHBON (10 SFAROT): '.
	    ACCEPT WS-CHESHBON-BAKASHA.
	    MOVE 0 TO WS-RESHIMA-COUNT.
	    PERFORM IF10-BDIKAT-HORAA VARYING I-HT FROM 1 BY 1
	     UNTIL I-HT > HT-MONEH.
	    IF WS-RESHIMA-COUNT = 0
		   DISPLAY 'EIN HORAOT LE-CHESHBON '
		     WS-CHESHBON-BAKASHA.
	    GO TO IF-EXIT.
      *===============================================================*
       IF10-BDIKAT-HORAA.
	    IF HT-CHESHBON-MI(I-HT) = WS-CHESHBON-BAKASHA
	       OR HT-CHESHBON-EL(I-HT) = WS-CHESHBON-BAKASHA
		   ADD 1 TO WS-RESHIMA-COUNT
		   MOVE HT-SCHOM(I-HT) TO WS-H-SCHOM
		   DISPLAY '  ' HT-MISPAR(I-HT) ' '
		     HT-CHESHBON-MI(I-HT) ' > '
		     HT-CHESHBON-EL(I-HT) ' ' WS-H-SCHOM ' '
		     HT-TADIRUT(I-HT) ' ' HT-TAARICH-HABA(I-HT) ' '
		     HT-MATZAV(I-HT).
       IF10-END.
       IF-EXIT. EXIT.
      *===============================================================*
      * ONE SIDE OF A NEW ORDER, FOR THE CHESHBON IN
      * WS-CHESHBON-BAKASHA: WITH THE ACCOUNT MASTER PRESENT THE
      * ACCOUNT MUST BE OPEN AND ITS TZ IS TAKEN FROM THE MASTER,
      * OTHERWISE THE OPERATOR TYPES IT.  THE SHEM IS ALWAYS TYPED.
      *===============================================================*
       IG-KABALAT-TZAD		       SECTION.
      *---------------------------------------------------------------*
       IG00.
	    MOVE 0 TO WS-HC-TAKIN-SW.
	    IF WS-CHESHBON-BAKASHA = 0
		   DISPLAY 'CHESHBON LO TAKIN'
		   GO TO IG-EXIT.
	    IF WS-CB-KAYAM
		   PERFORM IN-CHIPUS-CHESHBON
		   IF NOT WS-CT-NIMTZA
			 DISPLAY 'CHESHBON ' WS-CHESHBON-BAKASHA
			   ' LO RASHUM BE-AV CHESHBONOT'
			 GO TO IG-EXIT
		   END-IF
		   IF NOT CT-PATUACH(I-CT-NIMTZA)
			 DISPLAY 'CHESHBON ' WS-CHESHBON-BAKASHA
			   ' EINO PATUACH, MATZAV '
			   CT-MATZAV(I-CT-NIMTZA)
			 GO TO IG-EXIT
		   END-IF
		   MOVE CT-TZ(I-CT-NIMTZA) TO WS-TZ-BAKASHA
	    ELSE
		   DISPLAY 'TZ BAAL HA-CHESHBON (10 TAVIM): '
		   ACCEPT WS-TZ-BAKASHA
		   IF WS-TZ-BAKASHA NOT NUMERIC
			 DISPLAY 'TZ EINO MISPARI'
			 GO TO IG-EXIT.
	    DISPLAY 'SHEM AL HA-TNUA (10 TAVIM): '.
	    ACCEPT WS-SHEM-BAKASHA.
	    IF WS-SHEM-BAKASHA = SPACES
		   DISPLAY 'SHEM CHASER'
		   GO TO IG-EXIT.
	    SET WS-HC-TAKIN TO TRUE.
       IG-EXIT. EXIT.
      *===============================================================*
       IH-KABALAT-HORAA 	       SECTION.
      *---------------------------------------------------------------*
       IH00.
	    DISPLAY 'MISPAR HORAA (6 SFAROT): '.
	    ACCEPT WS-MISPAR-BAKASHA.
	    MOVE 0 TO WS-HT-NIMTZA-SW.
	    MOVE 0 TO I-HT-NIMTZA.
	    PERFORM IH10-HASHVAAT-HORAA VARYING I-HT FROM 1 BY 1
	     UNTIL I-HT > HT-MONEH OR WS-HT-NIMTZA.
	    IF NOT WS-HT-NIMTZA
		   DISPLAY 'HORAA ' WS-MISPAR-BAKASHA
		     ' LO NIMTZET BE-HORAOT.DAT'.
	    GO TO IH-EXIT.
      *===============================================================*
       IH10-HASHVAAT-HORAA.
	    IF HT-MISPAR(I-HT) = WS-MISPAR-BAKASHA
		   SET WS-HT-NIMTZA TO TRUE
		   MOVE I-HT TO I-HT-NIMTZA.
       IH10-END.
       IH-EXIT. EXIT.
      *===============================================================*
       IJ-KTIVAT-BIKORET	       SECTION.
      *---------------------------------------------------------------*
       IJ00.
	    ACCEPT WS-AUDIT-RUN-TIME FROM TIME.
	    MOVE HT-SCHOM(I-HT-NIMTZA) TO WS-H-SCHOM.
	    MOVE SPACES TO AT-REC.
	    STRING 'KEVA ' DELIMITED BY SIZE
	     WS-AUDIT-RUN-DATE DELIMITED BY SIZE
	     ' ' DELIMITED BY SIZE
	     WS-AUDIT-RUN-TIME DELIMITED BY SIZE
	     ' HORAA=' DELIMITED BY SIZE
	     WS-MISPAR-BAKASHA DELIMITED BY SIZE
	     ' PEULA=' DELIMITED BY SIZE
	     WS-PEULA DELIMITED BY SIZE
	     ' CHESHBON=' DELIMITED BY SIZE
	     HT-CHESHBON-MI(I-HT-NIMTZA) DELIMITED BY SIZE
	     ' SCHOM=' DELIMITED BY SIZE
	     WS-H-SCHOM DELIMITED BY SIZE INTO AT-SHURA.
	    MOVE WS-MAFIL TO AT-MAFIL.
	    WRITE AT-REC.
	    DISPLAY 'KEVA: ' AT-REC.
       IJ-EXIT. EXIT.
      *===============================================================*
      * WS-BT-TAARICH IN; WS-BT-TAKIN SET WHEN IT IS A REAL DATE.
      *===============================================================*
       IK-BDIKAT-TAARICH	       SECTION.
      *---------------------------------------------------------------*
       IK00.
	    MOVE 0 TO WS-BT-TAKIN-SW.
	    IF WS-BT-YYYY < 1900
	       OR WS-BT-MM < 1 OR WS-BT-MM > 12
	       OR WS-BT-DD < 1
		   DISPLAY 'TAARICH LO TAKIN: ' WS-BT-TAARICH
		   GO TO IK-EXIT.
	    MOVE WS-BT-YYYY TO WS-MY-YYYY.
	    MOVE WS-BT-MM TO WS-MY-MM.
	    MOVE 1 TO WS-MY-DD.
	    PERFORM IQ-MISPAR-YOM.
	    MOVE WS-MY-YAMIM TO WS-BT-YAMIM-RISHON.
	    IF WS-BT-MM = 12
		   COMPUTE WS-MY-YYYY = WS-BT-YYYY + 1
		   MOVE 1 TO WS-MY-MM
	    ELSE
		   COMPUTE WS-MY-MM = WS-BT-MM + 1.
	    PERFORM IQ-MISPAR-YOM.
	    COMPUTE WS-BT-ORECH = WS-MY-YAMIM - WS-BT-YAMIM-RISHON.
	    IF WS-BT-DD > WS-BT-ORECH
		   DISPLAY 'TAARICH LO TAKIN: ' WS-BT-TAARICH
		   GO TO IK-EXIT.
	    SET WS-BT-TAKIN TO TRUE.
       IK-EXIT. EXIT.
      *===============================================================*
      * THE END DATE INTO WS-TAARICH-BAKASHA: ZERO FOR AN ORDER
      * WITHOUT END, OTHERWISE A REAL DATE NOT BEFORE TODAY.
      *===============================================================*
       IL-KABALAT-TAARICH-SOF	       SECTION.
      *---------------------------------------------------------------*
       IL00.
	    DISPLAY 'TAARICH SOF (YYYYMMDD, 0 = LELO SOF): '.
	    ACCEPT WS-TAARICH-BAKASHA.
	    IF WS-TAARICH-BAKASHA = 0
		   SET WS-BT-TAKIN TO TRUE
		   GO TO IL-EXIT.
	    MOVE WS-TAARICH-BAKASHA TO WS-BT-TAARICH.
	    PERFORM IK-BDIKAT-TAARICH.
	    IF NOT WS-BT-TAKIN
		   GO TO IL-EXIT.
	    IF WS-TAARICH-BAKASHA < WS-AUDIT-RUN-DATE
		   DISPLAY 'TAARICH KODEM LE-HAYOM'
		   MOVE 0 TO WS-BT-TAKIN-SW.
       IL-EXIT. EXIT.
      *===============================================================*
      * WITH KODIM.DAT PRESENT THE KOD MUST BE ON IT, AND MUST ALLOW
      * A DEBIT -- AND FOR A TRANSFER A CREDIT AS WELL.
      *===============================================================*
       IM-BDIKAT-KOD		       SECTION.
      *---------------------------------------------------------------*
       IM00.
	    SET WS-HC-TAKIN TO TRUE.
	    IF NOT WS-KO-KAYAM
		   GO TO IM-EXIT.
	    IF NOT TK-YESH(WS-HC-KOD + 1)
		   DISPLAY 'KOD LO RASHUM BE-KODIM.DAT'
		   MOVE 0 TO WS-HC-TAKIN-SW
		   GO TO IM-EXIT.
	    IF TK-ZCHUT(WS-HC-KOD + 1)
		   DISPLAY 'KOD ZCHUT LO MATIM LE-CHIYUV'
		   MOVE 0 TO WS-HC-TAKIN-SW
		   GO TO IM-EXIT.
	    IF WS-HC-CHESHBON-EL NOT = 0
	       AND NOT TK-SHNEIHEM(WS-HC-KOD + 1)
		   DISPLAY 'HAAVARA DORESHET KOD CHOVA/ZCHUT (B)'
		   MOVE 0 TO WS-HC-TAKIN-SW.
       IM-EXIT. EXIT.
      *===============================================================*
       IN-CHIPUS-CHESHBON	       SECTION.
      *---------------------------------------------------------------*
       IN00.
	    MOVE 0 TO WS-CT-NIMTZA-SW.
	    MOVE 0 TO I-CT-NIMTZA.
	    PERFORM IN10-HASHVAAT-CHESHBON VARYING I-CT FROM 1 BY 1
	     UNTIL I-CT > CT-MONEH OR WS-CT-NIMTZA.
	    GO TO IN-EXIT.
      *===============================================================*
       IN10-HASHVAAT-CHESHBON.
	    IF CT-CHESHBON(I-CT) = WS-CHESHBON-BAKASHA
		   SET WS-CT-NIMTZA TO TRUE
		   MOVE I-CT TO I-CT-NIMTZA.
       IN10-END.
       IN-EXIT. EXIT.
      *===============================================================*
      * WS-MY-TAARICH IN, WS-MY-YAMIM OUT.  EACH DIVIDE DROPS ITS
      * REMAINDER, WHICH IS WHAT COUNTS THE LEAP DAYS.
      *===============================================================*
       IQ-MISPAR-YOM		       SECTION.
      *---------------------------------------------------------------*
       IQ00.
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
       IQ-EXIT. EXIT.
      *===============================================================*
       IZA-ATCHALAT-KEVA	       SECTION.
      *---------------------------------------------------------------*
       IZA00.
	    ACCEPT WS-AUDIT-RUN-DATE FROM DATE YYYYMMDD.
	    PERFORM IZA1-KRIAT-PARAMETRIM.
	    PERFORM IZA3-KRIAT-CHESHBONOT.
	    PERFORM IZA5-KRIAT-KODIM.
	    OPEN INPUT HO-BANK.
	    IF MH-HO-FILE-NOT-FOUND
		   DISPLAY 'KEVA: EIN HORAOT.DAT, MATCHILIM KOVETZ '
		     'HORAOT REIK'
		   GO TO IZA10-PTICHAT-AUDIT.
	    IF NOT MH-HO-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING HO-BANK, FILE STATUS = '
		     MH-HO-FILE-STATUS
		   STOP RUN.
	    PERFORM IZA2-TEINAT-HORAA
	     UNTIL MH-HO-FILE-STATUS NOT = '00'.
	    CLOSE HO-BANK.
       IZA10-PTICHAT-AUDIT.
	    OPEN EXTEND AT-BANK.
	    IF MH-AT-FILE-NOT-FOUND
		   OPEN OUTPUT AT-BANK
	    END-IF.
	    IF NOT MH-AT-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING AT-BANK, FILE STATUS = '
		     MH-AT-FILE-STATUS
		   STOP RUN.
       IZA-EXIT. EXIT.
      *===============================================================*
       IZA1-KRIAT-PARAMETRIM	       SECTION.
      *---------------------------------------------------------------*
       IZA05-KRIAT-PARAMETRIM.
	    OPEN INPUT PM-BANK.
	    IF MH-PM-FILE-NOT-FOUND
		   GO TO IZA05-EXIT.
	    IF NOT MH-PM-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING PM-BANK, FILE STATUS = '
		     MH-PM-FILE-STATUS
		   STOP RUN.
	    READ PM-BANK
		   AT END
		     CLOSE PM-BANK
		     GO TO IZA05-EXIT.
	    IF PM-HO-FILE NOT = SPACES
		   MOVE PM-HO-FILE TO WS-HO-FILE-NAME.
	    CLOSE PM-BANK.
       IZA05-EXIT. EXIT.
      *===============================================================*
       IZA2-TEINAT-HORAA	       SECTION.
      *---------------------------------------------------------------*
       IZA20-TEINAT-HORAA.
	    READ HO-BANK
		   AT END
		     GO TO IZA20-EXIT.
	    IF HT-MONEH = 1000
		   DISPLAY 'HORAOT.DAT HOLDS MORE THAN 1000 '
		     'HORAOT, ENLARGE HT-TAVLAT-HORAOT'
		   STOP RUN.
	    ADD 1 TO HT-MONEH.
	    MOVE HO-REC TO HT-ENTRY(HT-MONEH).
	    IF HO-MISPAR > WS-MISPAR-ACHARON
		   MOVE HO-MISPAR TO WS-MISPAR-ACHARON.
       IZA20-EXIT. EXIT.
      *===============================================================*
       IZA3-KRIAT-CHESHBONOT	       SECTION.
      *---------------------------------------------------------------*
       IZA30-KRIAT-CHESHBONOT.
	    OPEN INPUT CB-BANK.
	    IF MH-CB-FILE-NOT-FOUND
		   DISPLAY 'KEVA: AZHARA -- EIN CHESHBON.DAT, '
		     'EIN BDIKAT CHESHBONOT'
		   GO TO IZA30-EXIT.
	    IF NOT MH-CB-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING CB-BANK, FILE STATUS = '
		     MH-CB-FILE-STATUS
		   STOP RUN.
	    SET WS-CB-KAYAM TO TRUE.
	    PERFORM IZA4-TEINAT-CHESHBON
	     UNTIL MH-CB-FILE-STATUS NOT = '00'.
	    CLOSE CB-BANK.
       IZA30-EXIT. EXIT.
      *===============================================================*
       IZA4-TEINAT-CHESHBON	       SECTION.
      *---------------------------------------------------------------*
       IZA40-TEINAT-CHESHBON.
	    READ CB-BANK
		   AT END
		     GO TO IZA40-EXIT.
	    IF CT-MONEH = 3000
		   DISPLAY 'CHESHBON.DAT HOLDS MORE THAN 3000 '
		     'CHESHBONOT, ENLARGE CT-TAVLAT-CHESHBONOT'
		   STOP RUN.
	    ADD 1 TO CT-MONEH.
	    MOVE CB-CHESHBON TO CT-CHESHBON(CT-MONEH).
	    MOVE CB-TZ TO CT-TZ(CT-MONEH).
	    MOVE CB-MATZAV TO CT-MATZAV(CT-MONEH).
       IZA40-EXIT. EXIT.
      *===============================================================*
       IZA5-KRIAT-KODIM 	       SECTION.
      *---------------------------------------------------------------*
       IZA50-KRIAT-KODIM.
	    OPEN INPUT KO-BANK.
	    IF MH-KO-FILE-NOT-FOUND
		   DISPLAY 'KEVA: AZHARA -- EIN KODIM.DAT, '
		     'EIN BDIKAT KIVUN'
		   GO TO IZA50-EXIT.
	    IF NOT MH-KO-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING KO-BANK, FILE STATUS = '
		     MH-KO-FILE-STATUS
		   STOP RUN.
	    SET WS-KO-KAYAM TO TRUE.
	    PERFORM IZA6-TEINAT-KOD
	     UNTIL MH-KO-FILE-STATUS NOT = '00'.
	    CLOSE KO-BANK.
       IZA50-EXIT. EXIT.
      *===============================================================*
       IZA6-TEINAT-KOD		       SECTION.
      *---------------------------------------------------------------*
       IZA60-TEINAT-KOD.
	    READ KO-BANK
		   AT END
		     GO TO IZA60-EXIT.
	    IF KO-KOD NOT NUMERIC
		   DISPLAY 'KEVA: *** SHURA PSULA BE-KODIM.DAT: '
		     KO-REC
		   STOP RUN.
	    MOVE 1 TO TK-YESH-SW(KO-KOD + 1).
	    MOVE KO-KIVUN TO TK-KIVUN(KO-KOD + 1).
       IZA60-EXIT. EXIT.
      *===============================================================*
      * WRITES THE TABLE BACK OVER HORAOT.DAT, BUT ONLY WHEN SOME
      * ACTION ACTUALLY CHANGED IT.
      *===============================================================*
       IZZ-SIYOM-KEVA		       SECTION.
      *---------------------------------------------------------------*
       IZZ00.
	    CLOSE AT-BANK.
	    IF WS-PTICHA-COUNT = 0 AND WS-ADKUN-COUNT = 0
	       AND WS-BITUL-COUNT = 0
		   DISPLAY 'KEVA: LO BUTZU SHINUIM, HORAOT.DAT '
		     'LO SHUNA'
		   GO TO IZZ-EXIT.
	    OPEN OUTPUT HO-BANK.
	    IF NOT MH-HO-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING HO-BANK, FILE STATUS = '
		     MH-HO-FILE-STATUS
		   STOP RUN.
	    PERFORM IZZ1-KTIVAT-HORAA VARYING I-HT FROM 1 BY 1
	     UNTIL I-HT > HT-MONEH.
	    CLOSE HO-BANK.
	    DISPLAY 'KEVA: HORAOT NIFTECHU .............. '
	     WS-PTICHA-COUNT.
	    DISPLAY 'KEVA: HORAOT UDKENU ................ '
	     WS-ADKUN-COUNT.
	    DISPLAY 'KEVA: HORAOT BUTLU ................. '
	     WS-BITUL-COUNT.
	    DISPLAY 'KEVA: RESHUMOT NICHTEVU LE-HO-BANK . '
	     WS-HO-WRITE-COUNT.
       IZZ-EXIT. EXIT.
      *===============================================================*
       IZZ1-KTIVAT-HORAA	       SECTION.
      *---------------------------------------------------------------*
       IZZ10-KTIVAT-HORAA.
	    MOVE HT-ENTRY(I-HT) TO HO-REC.
	    WRITE HO-REC.
	    ADD 1 TO WS-HO-WRITE-COUNT.
       IZZ10-EXIT. EXIT.
      *===============================================================*
      * OPERATOR SIGN-ON: THREE TRIES AT OPERATOR ID AND PASSWORD
      * AGAINST THE REGISTRY.  A BLOCKED OPERATOR, OR NO REGISTRY AT
      * ALL, ENDS THE RUN.
      *===============================================================*
       IZK-KNISAT-MAFIL 	       SECTION.
      *---------------------------------------------------------------*
       IZK00.
	    PERFORM IZK1-NISAYON-KNISA
	     UNTIL WS-KNISA-TAKINA OR WS-NISAYON = 3.
	    IF NOT WS-KNISA-TAKINA
		   DISPLAY 'KEVA: KNISA NICHSHELA -- SIYUM'
		   STOP RUN.
	    DISPLAY 'KEVA: MAFIL ' WS-MAFIL ' NICHNAS'.
       IZK-EXIT. EXIT.
      *===============================================================*
       IZK1-NISAYON-KNISA	       SECTION.
      *---------------------------------------------------------------*
       IZK10-NISAYON-KNISA.
	    ADD 1 TO WS-NISAYON.
	    DISPLAY 'MAFIL: '.
	    ACCEPT WS-MAFIL.
	    DISPLAY 'SISMA: '.
	    ACCEPT WS-SISMA.
	    IF WS-MAFIL = SPACES
		   DISPLAY 'MAFIL CHASER'
		   GO TO IZK10-EXIT.
	    OPEN INPUT MF-BANK.
	    IF MH-MF-FILE-NOT-FOUND
		   DISPLAY 'KEVA: EIN A:MAFILIM.DAT -- SIYUM'
		   STOP RUN.
	    IF NOT MH-MF-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING MF-BANK, FILE STATUS = '
		     MH-MF-FILE-STATUS
		   STOP RUN.
	    PERFORM IZK2-KRIAT-MAFIL
	     UNTIL MH-MF-FILE-STATUS NOT = '00' OR WS-KNISA-TAKINA.
	    CLOSE MF-BANK.
	    IF NOT WS-KNISA-TAKINA
		   DISPLAY 'MAFIL O SISMA SHGUYIM'.
       IZK10-EXIT. EXIT.
      *===============================================================*
       IZK2-KRIAT-MAFIL 	       SECTION.
      *---------------------------------------------------------------*
       IZK20-KRIAT-MAFIL.
	    READ MF-BANK
		   AT END
		     GO TO IZK20-EXIT.
	    IF MF-MAFIL NOT = WS-MAFIL
	       OR MF-SISMA NOT = WS-SISMA
		   GO TO IZK20-EXIT.
	    IF MF-MATZAV = 'N'
		   DISPLAY 'KEVA: MAFIL ' WS-MAFIL ' CHASUM -- SIYUM'
		   CLOSE MF-BANK
		   STOP RUN.
	    MOVE MF-RAMA TO WS-RAMA.
	    SET WS-KNISA-TAKINA TO TRUE.
       IZK20-EXIT. EXIT.
      *===============================================================*
