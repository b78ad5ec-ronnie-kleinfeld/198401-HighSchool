       IDENTIFICATION		       DIVISION.
      *****************************************************************
       PROGRAM-ID.		       YITZUR.
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
	    SELECT YT-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-YT-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *===============================================================*
	    SELECT KM-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-KM-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *===============================================================*
	    SELECT CB-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-CB-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *===============================================================*
	    SELECT KH-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-KH-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *===============================================================*
	    SELECT DO-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-DO-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *===============================================================*
	    SELECT KS-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-KS-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *===============================================================*
	    SELECT MJ-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-MJ-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *===============================================================*
	    SELECT AT-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-AT-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *===============================================================*
	    SELECT BC-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-BC-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *===============================================================*
	    SELECT PM-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-PM-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
       DATA			       DIVISION.
      *****************************************************************
       FILE			       SECTION.
      *---------------------------------------------------------------*
      * THE STANDING ORDERS KEPT BY KEVA, IN ORDER-NUMBER ORDER.  THE
      * RUN MOVES EVERY ORDER IT HANDLES TO ITS NEXT DUE DATE AND
      * WRITES THE WHOLE FILE BACK.
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
      * THE MONTH-END BALANCE SNAPSHOT CUT BY YITRA, ONE RECORD PER
      * CHESHBON.  YT-SGIRA PLUS EVERY MOVEMENT ON MIZUG.DAT SINCE IS
      * THE BALANCE AN ORDER IS CHECKED AGAINST.
      *===============================================================*
       FD YT-BANK
	   VALUE OF FILE-ID WS-YT-FILE-NAME
	   LABEL RECORD STANDARD.
       01 YT-REC.
	 03 YT-CHESHBON 	       PIC 9(10).
	 03 YT-SHEM		       PIC X(10).
	 03 YT-TZ		       PIC X(10).
	 03 YT-PTICHA		       PIC S9(11)V99
				 SIGN LEADING SEPARATE.
	 03 YT-CHOVA		       PIC S9(11)V99
				 SIGN LEADING SEPARATE.
	 03 YT-ZCHUT		       PIC S9(11)V99
				 SIGN LEADING SEPARATE.
	 03 YT-SGIRA		       PIC S9(11)V99
				 SIGN LEADING SEPARATE.
	 03 YT-TNUA-COUNT	       PIC 9(7).
      *===============================================================*
       FD KM-BANK
	   VALUE OF FILE-ID WS-KM-FILE-NAME
	   LABEL RECORD STANDARD.
       01 KM-REC.
	 03 KM-CHESHBON 	       PIC 9(10).
	 03 KM-SHEM		       PIC X(10).
	 03 KM-TZ		       PIC X(10).
	 03 KM-DATE.
	   05 KM-DD		       PIC 9(2).
	   05 KM-MM		       PIC 9(2).
	   05 KM-YY		       PIC 9(4).
	 03 KM-KOD		       PIC 9(1).
	 03 KM-SCHOM		       PIC S9(7)V99
				 SIGN LEADING SEPARATE.
	 03 KM-SOURCE		       PIC X(10).
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
      * THE NIGHT'S GENERATED MOVEMENTS, IN THE RAW BANK-FILE SHAPE
      * SO THEY ARE SORTED BY SHVIRA AND VALIDATED AND TOTALLED BY
      * FORMAT LIKE ANY OTHER STREAM.
      *===============================================================*
       FD KH-BANK
	   VALUE OF FILE-ID WS-KH-FILE-NAME
	   LABEL RECORD STANDARD.
       01 KH-REC.
	 03 KH-CHESHBON 	       PIC 9(10).
	 03 KH-SHEM		       PIC X(10).
	 03 KH-TZ		       PIC X(10).
	 03 KH-DATE.
	   05 KH-DD		       PIC 9(2).
	   05 KH-MM		       PIC 9(2).
	   05 KH-YY		       PIC 9(4).
	 03 KH-KOD		       PIC 9(1).
	 03 KH-SCHOM		       PIC S9(7)V99
				 SIGN LEADING SEPARATE.
      *===============================================================*
       FD DO-BANK
	   VALUE OF FILE-ID 'A:YITZUR.RPT'
	   LABEL RECORD STANDARD.
       01 DO-REC		       PIC X(72).
      *===============================================================*
      * THE FAILED-ORDERS REPORT: EVERY DUE ORDER THAT WAS NOT POSTED
      * TONIGHT, WITH THE BALANCE IT WAS CHECKED AGAINST AND WHY.
      *===============================================================*
       FD KS-BANK
	   VALUE OF FILE-ID 'A:YITZUR.KSL'
	   LABEL RECORD STANDARD.
       01 KS-REC		       PIC X(72).
      *===============================================================*
      * THE NIGHT CONDUCTOR'S STEP JOURNAL, READ ONLY FOR THE
      * BUSINESS DATE OF THE NIGHT STILL OPEN ON IT.
      *===============================================================*
       FD MJ-BANK
	   VALUE OF FILE-ID 'A:MASLUL.JRN'
	   LABEL RECORD STANDARD.
       01 MJ-REC.
	 03 MJ-SHELEV		       PIC X(10).
	 03 MJ-DATE		       PIC 9(8).
	 03 MJ-TIME		       PIC 9(8).
	 03 MJ-MATZAV		       PIC X(10).
      *===============================================================*
       FD AT-BANK
	   VALUE OF FILE-ID 'A:MIZUG.AUD'
	   LABEL RECORD STANDARD.
       01 AT-REC.
	 03 AT-SHURA		       PIC X(80).
	 03 AT-MAFIL		       PIC X(8).
      *===============================================================*
      * THE SHARED STEP-CONTROL FILE.  EVERY BATCH STEP APPENDS ONE
      * RECORD PER RUN -- STEP NAME, RUN DATE AND TIME, THE STREAM IT
      * WORKED ON, RECORDS IN, RECORDS OUT AND A SCHOM TOTAL -- AND
      * BOKER CROSS-FOOTS THE CHAIN EVERY MORNING.
      *===============================================================*
       FD BC-BANK
	   VALUE OF FILE-ID 'A:BAKARA.CTL'
	   LABEL RECORD STANDARD.
       01 BC-REC.
	 03 BC-SHELEV		       PIC X(10).
	 03 BC-RUN-DATE 	       PIC 9(8).
	 03 BC-RUN-TIME 	       PIC 9(8).
	 03 BC-STREAM		       PIC X(10).
	 03 BC-IN-COUNT 	       PIC 9(7).
	 03 BC-OUT-COUNT	       PIC 9(7).
	 03 BC-SCHOM		       PIC S9(11)V99
				 SIGN LEADING SEPARATE.
      *===============================================================*
      * PM-TAARICH-ESEK DATES THE RUN WHEN A PAST NIGHT IS
      * GENERATED BY HAND; MASLUL FILLS IT IN FOR THE NIGHT RUN.
      *===============================================================*
       FD PM-BANK
	   VALUE OF FILE-ID 'A:YITZUR.PRM'
	   LABEL RECORD STANDARD.
       01 PM-REC.
	 03 PM-HO-FILE		       PIC X(40).
	 03 PM-YT-FILE		       PIC X(40).
	 03 PM-KM-FILE		       PIC X(40).
	 03 PM-KH-FILE		       PIC X(40).
	 03 PM-TAARICH-ESEK	       PIC 9(8).
      *****************************************************************
       WORKING-STORAGE		       SECTION.
      *---------------------------------------------------------------*
       01 MH-MAPHTECHOT-HASHVAA.
	 03 MH-HO-FILE-STATUS	       PIC X(2).
	   88 MH-HO-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-HO-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-YT-FILE-STATUS	       PIC X(2).
	   88 MH-YT-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-YT-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-KM-FILE-STATUS	       PIC X(2).
	   88 MH-KM-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-KM-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-CB-FILE-STATUS	       PIC X(2).
	   88 MH-CB-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-CB-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-KH-FILE-STATUS	       PIC X(2).
	   88 MH-KH-FILE-STATUS-TAKIN  VALUE '00'.
	 03 MH-DO-FILE-STATUS	       PIC X(2).
	   88 MH-DO-FILE-STATUS-TAKIN  VALUE '00'.
	 03 MH-KS-FILE-STATUS	       PIC X(2).
	   88 MH-KS-FILE-STATUS-TAKIN  VALUE '00'.
	 03 MH-MJ-FILE-STATUS	       PIC X(2).
	   88 MH-MJ-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-MJ-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-AT-FILE-STATUS	       PIC X(2).
	   88 MH-AT-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-AT-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-BC-FILE-STATUS	       PIC X(2).
	   88 MH-BC-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-BC-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-PM-FILE-STATUS	       PIC X(2).
	   88 MH-PM-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-PM-FILE-NOT-FOUND     VALUE '35'.
      *===============================================================*
       01 WS-SHMOT-KVATSIM.
	 03 WS-HO-FILE-NAME	       PIC X(40)
					 VALUE 'A:HORAOT.DAT'.
	 03 WS-YT-FILE-NAME	       PIC X(40)
					 VALUE 'A:YITRA.DAT'.
	 03 WS-KM-FILE-NAME	       PIC X(40)
					 VALUE 'A:MIZUG.DAT'.
	 03 WS-KH-FILE-NAME	       PIC X(40)
					 VALUE 'A:YITZUR.DAT'.
      *===============================================================*
      * THE BUSINESS DATE OF THE RUN: THE DATE IN YITZUR.PRM, ELSE
      * THE NIGHT STILL OPEN ON MASLUL.JRN, ELSE TODAY.  EVERY ORDER
      * DUE ON OR BEFORE IT IS GENERATED, DATED WITH IT.
      *===============================================================*
       01 WS-ESEK-SADOT.
	 03 WS-TAARICH-ESEK	       PIC 9(8) VALUE 0.
	 03 WS-ESEK-PEROT REDEFINES WS-TAARICH-ESEK.
	   05 WS-ESEK-YYYY	       PIC 9(4).
	   05 WS-ESEK-MM	       PIC 9(2).
	   05 WS-ESEK-DD	       PIC 9(2).
	 03 WS-ESEK-YOMAN	       PIC 9(8) VALUE 0.
	 03 WS-ESEK-PRM 	       PIC 9(8) VALUE 0.
      *===============================================================*
      * IN-CORE COPY OF THE STANDING ORDERS (HO-BANK).
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
	     88 HT-SHAVUI	       VALUE 'S'.
	     88 HT-CHODSHI	       VALUE 'C'.
	     88 HT-RIVONI	       VALUE 'R'.
	     88 HT-SHNATI	       VALUE 'N'.
	   05 HT-YOM-KAVUA	       PIC 9(2).
	   05 HT-TAARICH-HABA	       PIC 9(8).
	   05 HT-TAARICH-SOF	       PIC 9(8).
	   05 HT-MATZAV 	       PIC X(1).
	     88 HT-PAILA	       VALUE 'P'.
	   05 HT-TAARICH-PTICHA        PIC 9(8).
	   05 HT-TAARICH-ACHARON       PIC 9(8).
	   05 HT-TOTZAA 	       PIC X(1).
       01 I-HT			       PIC 9(4) VALUE 0.
      *===============================================================*
      * THE AVAILABLE BALANCE OF EVERY ACCOUNT A DUE ORDER DEBITS:
      * THE SNAPSHOT BALANCE, PLUS THE MOVEMENTS SINCE, LESS WHAT
      * TONIGHT'S ORDERS HAVE ALREADY TAKEN.
      *===============================================================*
       01 BL-TAVLAT-YITROT.
	 03 BL-MONEH		       PIC 9(4) VALUE 0.
	 03 BL-ENTRY OCCURS 1000 TIMES.
	   05 BL-CHESHBON	       PIC 9(10).
	   05 BL-YITRA		       PIC S9(11)V99.
       01 I-BL			       PIC 9(4) VALUE 0.
       01 I-BL-NIMTZA		       PIC 9(4) VALUE 0.
       01 WS-BL-NIMTZA-SW	       PIC 9 VALUE 0.
	 88 WS-BL-NIMTZA	       VALUE 1.
       01 WS-BL-MEVUKASH	       PIC 9(10).
      *===============================================================*
      * IN-CORE COPY OF THE ACCOUNT MASTER (CB-BANK).  WHEN
      * CHESHBON.DAT IS MISSING THE ACCOUNT CHECKS ARE SKIPPED WITH A
      * WARNING, AS IN FORMAT.
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
       01 WS-CT-MEVUKASH	       PIC 9(10).
       01 WS-CT-TZ-MEVUKASH	       PIC X(10).
      *===============================================================*
      * EVERY MOVEMENT WRITTEN TONIGHT.  SHVIRA DROPS A SECOND
      * MOVEMENT WITH THE SAME CHESHBON, KOD, SCHOM AND DATE AS A
      * DUPLICATE, SO AN ORDER THAT WOULD WRITE ONE IS HELD OVER TO
      * THE NEXT NIGHT INSTEAD OF BEING LOST.
      *===============================================================*
       01 GT-TAVLAT-TNUOT.
	 03 GT-MONEH		       PIC 9(4) VALUE 0.
	 03 GT-ENTRY OCCURS 2000 TIMES.
	   05 GT-CHESHBON	       PIC 9(10).
	   05 GT-KOD		       PIC 9(1).
	   05 GT-SCHOM		       PIC S9(7)V99.
       01 I-GT			       PIC 9(4) VALUE 0.
       01 WS-GT-NIMTZA-SW	       PIC 9 VALUE 0.
	 88 WS-GT-NIMTZA	       VALUE 1.
       01 WS-GT-CHESHBON	       PIC 9(10).
       01 WS-GT-SCHOM		       PIC S9(7)V99.
      *===============================================================*
      * THE REASON A DUE ORDER WAS NOT POSTED; SPACES WHEN IT WAS.
      *===============================================================*
       01 WS-SIBA		       PIC X(25) VALUE SPACES.
       01 WS-SIBA-TZAD		       PIC X(25) VALUE SPACES.
       01 WS-DCHIYA-SW		       PIC 9 VALUE 0.
	 88 WS-DCHIYA		       VALUE 1.
      *===============================================================*
      * A DATE BEING MOVED ON BY ONE PERIOD, AND THE LENGTH OF ITS
      * MONTH TAKEN FROM THE DAY NUMBERS OF THE FIRST OF THE MONTH
      * AND OF THE NEXT.
      *===============================================================*
       01 WS-HAVAA-SADOT.
	 03 WS-BT-TAARICH	       PIC 9(8).
	 03 WS-BT-PEROT REDEFINES WS-BT-TAARICH.
	   05 WS-BT-YYYY	       PIC 9(4).
	   05 WS-BT-MM		       PIC 9(2).
	   05 WS-BT-DD		       PIC 9(2).
	 03 WS-BT-ORECH 	       PIC 9(2).
	 03 WS-BT-YAMIM-RISHON	       PIC 9(7).
	 03 WS-BT-CHODASHIM	       PIC 9(2).
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
       01 WS-MONIM-YITZUR.
	 03 WS-HO-READ-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-HABA-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-BITZUA-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-KISHALON-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-DCHIYA-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-PAG-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-PIGUR-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-KH-WRITE-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-HO-WRITE-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-YT-READ-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-KM-READ-COUNT	       PIC 9(7) VALUE 0.
      *===============================================================*
       01 WS-SICHUM-SADOT.
	 03 WS-SCHOM-CHOVA	       PIC 9(11)V99 VALUE 0.
	 03 WS-SCHOM-ZCHUT	       PIC 9(11)V99 VALUE 0.
	 03 WS-SCHOM-NETO	       PIC S9(11)V99 VALUE 0.
      *===============================================================*
       01 WS-AUDIT-SADOT.
	 03 WS-AUDIT-RUN-DATE	       PIC 9(8).
	 03 WS-AUDIT-RUN-TIME	       PIC 9(8).
	 03 WS-AUDIT-D-COUNT	       PIC ZZZZ9.
      *===============================================================*
       01 WS-DIVUACH-SADOT.
	 03 WS-D-COUNT		       PIC ZZZZZZ9.
	 03 WS-D-SCHOM		       PIC -----------9.99.
	 03 WS-D-SCHOM-HORAA	       PIC ZZZZZZ9.99.
	 03 WS-D-YITRA		       PIC -----------9.99.
      *===============================================================*
       01 SW-SWITCHIM.
	 03 SW-YT-SW		       PIC 9 VALUE 0.
	   88 SW-SOF-YT 	       VALUE 9.
	 03 SW-KM-SW		       PIC 9 VALUE 0.
	   88 SW-SOF-KM 	       VALUE 9.
	 03 SW-MJ-SW		       PIC 9 VALUE 0.
	   88 SW-SOF-MJ 	       VALUE 9.
	 03 SW-HO-SW		       PIC 9 VALUE 0.
	   88 SW-YESH-HO	       VALUE 1.
      *===============================================================*
      * UNATTENDED BATCH STEP: THE AUDIT RECORDS CARRY THIS ID IN
      * PLACE OF A SIGNED-ON OPERATOR.
      *===============================================================*
       01 WS-MAFIL		       PIC X(8) VALUE 'BATCH'.
      *****************************************************************
       PROCEDURE		       DIVISION.
      *****************************************************************
       O-YITZUR 		       SECTION.
      *---------------------------------------------------------------*
       O00.
	    PERFORM OZA-ATCHALAT-YITZUR.
	    IF SW-YESH-HO
		   PERFORM OA-ISUF-YITROT
		   PERFORM OB-TIPUL-HORAA VARYING I-HT FROM 1 BY 1
		    UNTIL I-HT > HT-MONEH.
	    PERFORM OZZ-SIYOM-YITZUR.
	    GOBACK.
       O-EXIT. EXIT.
      *===============================================================*
      * GATHERS THE AVAILABLE BALANCE OF EVERY ACCOUNT DEBITED BY A
      * DUE ORDER: ONE ENTRY PER ACCOUNT, STARTED FROM THE SNAPSHOT
      * AND MOVED BY EVERY MOVEMENT ON MIZUG.DAT.  AN ACCOUNT WITH NO
      * SNAPSHOT RECORD STARTS FROM ZERO.
      *===============================================================*
       OA-ISUF-YITROT		       SECTION.
      *---------------------------------------------------------------*
       OA00.
	    PERFORM OA1-RISHUM-CHESHBON VARYING I-HT FROM 1 BY 1
	     UNTIL I-HT > HT-MONEH.
	    IF BL-MONEH = 0
		   GO TO OA-EXIT.
	    OPEN INPUT YT-BANK.
	    IF MH-YT-FILE-NOT-FOUND
		   DISPLAY 'YITZUR: AZHARA -- EIN ' WS-YT-FILE-NAME
		   DISPLAY 'YITZUR: YITROT MECHUSHAVOT MI-EFES'
	    ELSE IF NOT MH-YT-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING YT-BANK, FILE STATUS = '
		     MH-YT-FILE-STATUS
		   STOP RUN
	    ELSE
		   PERFORM OA2-KRIAT-YT UNTIL SW-SOF-YT
		   CLOSE YT-BANK
	    END-IF.
	    OPEN INPUT KM-BANK.
	    IF MH-KM-FILE-NOT-FOUND
		   DISPLAY 'YITZUR: AZHARA -- EIN ' WS-KM-FILE-NAME
	    ELSE IF NOT MH-KM-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING KM-BANK, FILE STATUS = '
		     MH-KM-FILE-STATUS
		   STOP RUN
	    ELSE
		   PERFORM OA3-KRIAT-KM UNTIL SW-SOF-KM
		   CLOSE KM-BANK
	    END-IF.
       OA-EXIT. EXIT.
      *===============================================================*
       OA1-RISHUM-CHESHBON	       SECTION.
      *---------------------------------------------------------------*
       OA10-RISHUM-CHESHBON.
	    IF NOT HT-PAILA(I-HT)
	       OR HT-TAARICH-HABA(I-HT) > WS-TAARICH-ESEK
		   GO TO OA10-EXIT.
	    MOVE HT-CHESHBON-MI(I-HT) TO WS-BL-MEVUKASH.
	    PERFORM OH-CHIPUS-YITRA.
	    IF WS-BL-NIMTZA
		   GO TO OA10-EXIT.
	    ADD 1 TO BL-MONEH.
	    MOVE HT-CHESHBON-MI(I-HT) TO BL-CHESHBON(BL-MONEH).
	    MOVE 0 TO BL-YITRA(BL-MONEH).
       OA10-EXIT. EXIT.
      *===============================================================*
       OA2-KRIAT-YT		       SECTION.
      *---------------------------------------------------------------*
       OA20-KRIAT-YT.
	    READ YT-BANK
		   AT END
		     MOVE 9 TO SW-YT-SW
		     GO TO OA20-EXIT.
	    ADD 1 TO WS-YT-READ-COUNT.
	    MOVE YT-CHESHBON TO WS-BL-MEVUKASH.
	    PERFORM OH-CHIPUS-YITRA.
	    IF WS-BL-NIMTZA
		   ADD YT-SGIRA TO BL-YITRA(I-BL-NIMTZA).
       OA20-EXIT. EXIT.
      *===============================================================*
       OA3-KRIAT-KM		       SECTION.
      *---------------------------------------------------------------*
       OA30-KRIAT-KM.
	    READ KM-BANK
		   AT END
		     MOVE 9 TO SW-KM-SW
		     GO TO OA30-EXIT.
	    ADD 1 TO WS-KM-READ-COUNT.
	    MOVE KM-CHESHBON TO WS-BL-MEVUKASH.
	    PERFORM OH-CHIPUS-YITRA.
	    IF WS-BL-NIMTZA
		   ADD KM-SCHOM TO BL-YITRA(I-BL-NIMTZA).
       OA30-EXIT. EXIT.
      *===============================================================*
      * ONE ORDER.  A LIVE ORDER DUE ON OR BEFORE THE BUSINESS DATE
      * IS EITHER POSTED OR REPORTED AS FAILED, AND EITHER WAY MOVES
      * ON ONE PERIOD; PAST ITS END DATE IT EXPIRES.  AN ORDER THAT
      * FELL SEVERAL PERIODS BEHIND CATCHES UP ONE PERIOD A NIGHT.
      *===============================================================*
       OB-TIPUL-HORAA		       SECTION.
      *---------------------------------------------------------------*
       OB00.
	    IF NOT HT-PAILA(I-HT)
	       OR HT-TAARICH-HABA(I-HT) > WS-TAARICH-ESEK
		   GO TO OB-EXIT.
	    ADD 1 TO WS-HABA-COUNT.
	    IF HT-TAARICH-SOF(I-HT) NOT = 0
	       AND HT-TAARICH-HABA(I-HT) > HT-TAARICH-SOF(I-HT)
		   MOVE 'G' TO HT-MATZAV(I-HT)
		   ADD 1 TO WS-PAG-COUNT
		   GO TO OB-EXIT.
	    MOVE SPACES TO WS-SIBA.
	    MOVE 0 TO WS-DCHIYA-SW.
	    PERFORM OC-BDIKAT-HORAA.
	    IF WS-DCHIYA
		   ADD 1 TO WS-DCHIYA-COUNT
		   PERFORM OD-KTIVAT-KISHALON
		   GO TO OB-EXIT.
	    IF WS-SIBA NOT = SPACES
		   ADD 1 TO WS-KISHALON-COUNT
		   PERFORM OD-KTIVAT-KISHALON
		   MOVE 'K' TO HT-TOTZAA(I-HT)
	    ELSE
		   PERFORM OE-KTIVAT-TNUOT
		   ADD 1 TO WS-BITZUA-COUNT
		   MOVE 'B' TO HT-TOTZAA(I-HT).
	    MOVE WS-TAARICH-ESEK TO HT-TAARICH-ACHARON(I-HT).
	    PERFORM OF-HAVAAT-TAARICH.
	    IF HT-TAARICH-SOF(I-HT) NOT = 0
	       AND HT-TAARICH-HABA(I-HT) > HT-TAARICH-SOF(I-HT)
		   MOVE 'G' TO HT-MATZAV(I-HT)
		   ADD 1 TO WS-PAG-COUNT
		   GO TO OB-EXIT.
	    IF HT-TAARICH-HABA(I-HT) NOT > WS-TAARICH-ESEK
		   ADD 1 TO WS-PIGUR-COUNT.
       OB-EXIT. EXIT.
      *===============================================================*
      * THE CHECKS A DUE ORDER MUST PASS BEFORE IT IS POSTED.  A
      * FAILURE LEAVES ITS REASON IN WS-SIBA; AN ORDER THAT WOULD
      * DUPLICATE A MOVEMENT ALREADY WRITTEN TONIGHT IS MARKED
      * WS-DCHIYA AND LEFT DUE FOR THE NEXT NIGHT.
      *===============================================================*
       OC-BDIKAT-HORAA		       SECTION.
      *---------------------------------------------------------------*
       OC00.
	    IF NOT HT-SHAVUI(I-HT) AND NOT HT-CHODSHI(I-HT)
	       AND NOT HT-RIVONI(I-HT) AND NOT HT-SHNATI(I-HT)
		   MOVE 'TADIRUT LO MUKERET' TO WS-SIBA
		   GO TO OC-EXIT.
	    IF HT-SCHOM(I-HT) = 0
		   MOVE 'SCHOM EFES' TO WS-SIBA
		   GO TO OC-EXIT.
	    IF WS-CB-KAYAM
		   MOVE HT-CHESHBON-MI(I-HT) TO WS-CT-MEVUKASH
		   MOVE HT-TZ-MI(I-HT) TO WS-CT-TZ-MEVUKASH
		   PERFORM OG-BDIKAT-CHESHBON
		   IF WS-SIBA NOT = SPACES
			 GO TO OC-EXIT.
	    IF WS-CB-KAYAM
	       AND HT-CHESHBON-EL(I-HT) NOT = 0
		   MOVE HT-CHESHBON-EL(I-HT) TO WS-CT-MEVUKASH
		   MOVE HT-TZ-EL(I-HT) TO WS-CT-TZ-MEVUKASH
		   PERFORM OG-BDIKAT-CHESHBON
		   IF WS-SIBA NOT = SPACES
			 MOVE WS-SIBA TO WS-SIBA-TZAD
			 MOVE SPACES TO WS-SIBA
			 STRING 'ZIKUY: ' DELIMITED BY SIZE
			   WS-SIBA-TZAD DELIMITED BY SIZE INTO WS-SIBA
			 GO TO OC-EXIT.
	    MOVE HT-CHESHBON-MI(I-HT) TO WS-BL-MEVUKASH.
	    PERFORM OH-CHIPUS-YITRA.
	    IF BL-YITRA(I-BL-NIMTZA) < HT-SCHOM(I-HT)
		   MOVE 'EIN KISUY BE-CHESHBON' TO WS-SIBA
		   GO TO OC-EXIT.
	    MOVE HT-CHESHBON-MI(I-HT) TO WS-GT-CHESHBON.
	    COMPUTE WS-GT-SCHOM = 0 - HT-SCHOM(I-HT).
	    PERFORM OI-CHIPUS-TNUA.
	    IF NOT WS-GT-NIMTZA
	       AND HT-CHESHBON-EL(I-HT) NOT = 0
		   MOVE HT-CHESHBON-EL(I-HT) TO WS-GT-CHESHBON
		   MOVE HT-SCHOM(I-HT) TO WS-GT-SCHOM
		   PERFORM OI-CHIPUS-TNUA.
	    IF WS-GT-NIMTZA
		   MOVE 'ZEHE LE-HORAA KODEMET' TO WS-SIBA
		   SET WS-DCHIYA TO TRUE.
       OC-EXIT. EXIT.
      *===============================================================*
       OD-KTIVAT-KISHALON	       SECTION.
      *---------------------------------------------------------------*
       OD00.
	    MOVE HT-SCHOM(I-HT) TO WS-D-SCHOM-HORAA.
	    MOVE 0 TO WS-D-YITRA.
	    MOVE HT-CHESHBON-MI(I-HT) TO WS-BL-MEVUKASH.
	    PERFORM OH-CHIPUS-YITRA.
	    IF WS-BL-NIMTZA
		   MOVE BL-YITRA(I-BL-NIMTZA) TO WS-D-YITRA.
	    MOVE SPACES TO KS-REC.
	    STRING HT-MISPAR(I-HT) DELIMITED BY SIZE
	     ' ' DELIMITED BY SIZE
	     HT-CHESHBON-MI(I-HT) DELIMITED BY SIZE
	     ' ' DELIMITED BY SIZE
	     WS-D-SCHOM-HORAA DELIMITED BY SIZE
	     WS-D-YITRA DELIMITED BY SIZE
	     ' ' DELIMITED BY SIZE
	     WS-SIBA DELIMITED BY SIZE INTO KS-REC.
	    WRITE KS-REC.
	    DISPLAY 'YITZUR: ' KS-REC.
       OD-EXIT. EXIT.
      *===============================================================*
      * THE DEBIT LEG ON THE PAYING ACCOUNT AND, FOR A TRANSFER, THE
      * CREDIT LEG ON THE RECEIVING ONE, BOTH UNDER THE ORDER'S KOD
      * AND DATED WITH THE BUSINESS DATE.
      *===============================================================*
       OE-KTIVAT-TNUOT		       SECTION.
      *---------------------------------------------------------------*
       OE00.
	    MOVE HT-CHESHBON-MI(I-HT) TO KH-CHESHBON.
	    MOVE HT-SHEM-MI(I-HT) TO KH-SHEM.
	    MOVE HT-TZ-MI(I-HT) TO KH-TZ.
	    COMPUTE KH-SCHOM = 0 - HT-SCHOM(I-HT).
	    PERFORM OE1-KTIVAT-TNUA.
	    ADD HT-SCHOM(I-HT) TO WS-SCHOM-CHOVA.
	    SUBTRACT HT-SCHOM(I-HT) FROM BL-YITRA(I-BL-NIMTZA).
	    IF HT-CHESHBON-EL(I-HT) = 0
		   GO TO OE-EXIT.
	    MOVE HT-CHESHBON-EL(I-HT) TO KH-CHESHBON.
	    MOVE HT-SHEM-EL(I-HT) TO KH-SHEM.
	    MOVE HT-TZ-EL(I-HT) TO KH-TZ.
	    MOVE HT-SCHOM(I-HT) TO KH-SCHOM.
	    PERFORM OE1-KTIVAT-TNUA.
	    ADD HT-SCHOM(I-HT) TO WS-SCHOM-ZCHUT.
       OE-EXIT. EXIT.
      *===============================================================*
       OE1-KTIVAT-TNUA		       SECTION.
      *---------------------------------------------------------------*
       OE10-KTIVAT-TNUA.
	    MOVE WS-ESEK-DD TO KH-DD.
	    MOVE WS-ESEK-MM TO KH-MM.
	    MOVE WS-ESEK-YYYY TO KH-YY.
	    MOVE HT-KOD(I-HT) TO KH-KOD.
	    WRITE KH-REC.
	    ADD 1 TO WS-KH-WRITE-COUNT.
	    ADD KH-SCHOM TO WS-SCHOM-NETO.
	    IF GT-MONEH = 2000
		   DISPLAY 'YITZUR WROTE MORE THAN 2000 TNUOT, '
		     'ENLARGE GT-TAVLAT-TNUOT'
		   STOP RUN.
	    ADD 1 TO GT-MONEH.
	    MOVE KH-CHESHBON TO GT-CHESHBON(GT-MONEH).
	    MOVE KH-KOD TO GT-KOD(GT-MONEH).
	    MOVE KH-SCHOM TO GT-SCHOM(GT-MONEH).
       OE10-EXIT. EXIT.
      *===============================================================*
      * MOVES THE ORDER ON ONE PERIOD.  A WEEKLY ORDER ADDS SEVEN
      * DAYS; THE OTHERS ADD ONE, THREE OR TWELVE MONTHS AND FALL ON
      * THEIR FIXED DAY, OR ON THE LAST DAY OF A SHORTER MONTH.
      *===============================================================*
       OF-HAVAAT-TAARICH	       SECTION.
      *---------------------------------------------------------------*
       OF00.
	    MOVE HT-TAARICH-HABA(I-HT) TO WS-BT-TAARICH.
	    IF HT-SHAVUI(I-HT)
		   PERFORM OJ-ORECH-CHODESH
		   ADD 7 TO WS-BT-DD
		   IF WS-BT-DD > WS-BT-ORECH
			 SUBTRACT WS-BT-ORECH FROM WS-BT-DD
			 MOVE 1 TO WS-BT-CHODASHIM
			 PERFORM OF1-HOSAFAT-CHODASHIM
		   END-IF
		   GO TO OF10-SOF.
	    IF HT-CHODSHI(I-HT)
		   MOVE 1 TO WS-BT-CHODASHIM
	    ELSE IF HT-RIVONI(I-HT)
		   MOVE 3 TO WS-BT-CHODASHIM
	    ELSE
		   MOVE 12 TO WS-BT-CHODASHIM.
	    PERFORM OF1-HOSAFAT-CHODASHIM.
	    PERFORM OJ-ORECH-CHODESH.
	    MOVE HT-YOM-KAVUA(I-HT) TO WS-BT-DD.
	    IF WS-BT-DD > WS-BT-ORECH
		   MOVE WS-BT-ORECH TO WS-BT-DD.
       OF10-SOF.
	    MOVE WS-BT-TAARICH TO HT-TAARICH-HABA(I-HT).
       OF-EXIT. EXIT.
      *===============================================================*
       OF1-HOSAFAT-CHODASHIM	       SECTION.
      *---------------------------------------------------------------*
       OF15-HOSAFAT-CHODASHIM.
	    ADD WS-BT-CHODASHIM TO WS-BT-MM.
	    IF WS-BT-MM > 12
		   SUBTRACT 12 FROM WS-BT-MM
		   ADD 1 TO WS-BT-YYYY.
       OF15-EXIT. EXIT.
      *===============================================================*
      * ONE ACCOUNT OF AN ORDER AGAINST THE MASTER: IT MUST BE ON
      * IT, OPEN, AND BELONG TO THE TZ THE ORDER CARRIES.
      *===============================================================*
       OG-BDIKAT-CHESHBON	       SECTION.
      *---------------------------------------------------------------*
       OG00.
	    MOVE 0 TO WS-CT-NIMTZA-SW.
	    MOVE 0 TO I-CT-NIMTZA.
	    PERFORM OG10-HASHVAAT-CHESHBON VARYING I-CT FROM 1 BY 1
	     UNTIL I-CT > CT-MONEH OR WS-CT-NIMTZA.
	    IF NOT WS-CT-NIMTZA
		   MOVE 'CHESHBON LO RASHUM' TO WS-SIBA
	    ELSE IF NOT CT-PATUACH(I-CT-NIMTZA)
		   MOVE 'CHESHBON EINO PATUACH' TO WS-SIBA
	    ELSE IF CT-TZ(I-CT-NIMTZA) NOT = WS-CT-TZ-MEVUKASH
		   MOVE 'TZ LO TOAM' TO WS-SIBA.
	    GO TO OG-EXIT.
      *===============================================================*
       OG10-HASHVAAT-CHESHBON.
	    IF CT-CHESHBON(I-CT) = WS-CT-MEVUKASH
		   SET WS-CT-NIMTZA TO TRUE
		   MOVE I-CT TO I-CT-NIMTZA.
       OG10-END.
       OG-EXIT. EXIT.
      *===============================================================*
       OH-CHIPUS-YITRA		       SECTION.
      *---------------------------------------------------------------*
       OH00.
	    MOVE 0 TO WS-BL-NIMTZA-SW.
	    MOVE 0 TO I-BL-NIMTZA.
	    PERFORM OH10-HASHVAAT-YITRA VARYING I-BL FROM 1 BY 1
	     UNTIL I-BL > BL-MONEH OR WS-BL-NIMTZA.
	    GO TO OH-EXIT.
      *===============================================================*
       OH10-HASHVAAT-YITRA.
	    IF BL-CHESHBON(I-BL) = WS-BL-MEVUKASH
		   SET WS-BL-NIMTZA TO TRUE
		   MOVE I-BL TO I-BL-NIMTZA.
       OH10-END.
       OH-EXIT. EXIT.
      *===============================================================*
       OI-CHIPUS-TNUA		       SECTION.
      *---------------------------------------------------------------*
       OI00.
	    MOVE 0 TO WS-GT-NIMTZA-SW.
	    PERFORM OI10-HASHVAAT-TNUA VARYING I-GT FROM 1 BY 1
	     UNTIL I-GT > GT-MONEH OR WS-GT-NIMTZA.
	    GO TO OI-EXIT.
      *===============================================================*
       OI10-HASHVAAT-TNUA.
	    IF GT-CHESHBON(I-GT) = WS-GT-CHESHBON
	       AND GT-KOD(I-GT) = HT-KOD(I-HT)
	       AND GT-SCHOM(I-GT) = WS-GT-SCHOM
		   SET WS-GT-NIMTZA TO TRUE.
       OI10-END.
       OI-EXIT. EXIT.
      *===============================================================*
      * THE LENGTH OF THE MONTH OF WS-BT-TAARICH INTO WS-BT-ORECH.
      *===============================================================*
       OJ-ORECH-CHODESH 	       SECTION.
      *---------------------------------------------------------------*
       OJ00.
	    MOVE WS-BT-YYYY TO WS-MY-YYYY.
	    MOVE WS-BT-MM TO WS-MY-MM.
	    MOVE 1 TO WS-MY-DD.
	    PERFORM OQ-MISPAR-YOM.
	    MOVE WS-MY-YAMIM TO WS-BT-YAMIM-RISHON.
	    IF WS-BT-MM = 12
		   COMPUTE WS-MY-YYYY = WS-BT-YYYY + 1
		   MOVE 1 TO WS-MY-MM
	    ELSE
		   COMPUTE WS-MY-MM = WS-BT-MM + 1.
	    PERFORM OQ-MISPAR-YOM.
	    COMPUTE WS-BT-ORECH = WS-MY-YAMIM - WS-BT-YAMIM-RISHON.
       OJ-EXIT. EXIT.
      *===============================================================*
      * WS-MY-TAARICH IN, WS-MY-YAMIM OUT.  EACH DIVIDE DROPS ITS
      * REMAINDER, WHICH IS WHAT COUNTS THE LEAP DAYS.
      *===============================================================*
       OQ-MISPAR-YOM		       SECTION.
      *---------------------------------------------------------------*
       OQ00.
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
       OQ-EXIT. EXIT.
      *===============================================================*
       OR-KTIVAT-SHURA		       SECTION.
      *---------------------------------------------------------------*
       OR00.
	    WRITE DO-REC.
	    DISPLAY DO-REC.
       OR-EXIT. EXIT.
      *===============================================================*
       OT-KTIVAT-AUDIT		       SECTION.
      *---------------------------------------------------------------*
       OT00.
	    ACCEPT WS-AUDIT-RUN-TIME FROM TIME.
	    OPEN EXTEND AT-BANK.
	    IF MH-AT-FILE-NOT-FOUND
		   OPEN OUTPUT AT-BANK
	    END-IF.
	    IF NOT MH-AT-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING AT-BANK, FILE STATUS = '
		     MH-AT-FILE-STATUS
		   STOP RUN.
	    MOVE WS-BITZUA-COUNT TO WS-AUDIT-D-COUNT.
	    MOVE SPACES TO AT-REC.
	    STRING 'YITZUR RUN ' DELIMITED BY SIZE
	     WS-AUDIT-RUN-DATE DELIMITED BY SIZE
	     ' ' DELIMITED BY SIZE
	     WS-AUDIT-RUN-TIME DELIMITED BY SIZE
	     ' ESEK ' DELIMITED BY SIZE
	     WS-TAARICH-ESEK DELIMITED BY SIZE
	     ' HORAOT ' DELIMITED BY SIZE
	     WS-AUDIT-D-COUNT DELIMITED BY SIZE INTO AT-SHURA.
	    MOVE WS-MAFIL TO AT-MAFIL.
	    WRITE AT-REC.
	    CLOSE AT-BANK.
       OT-EXIT. EXIT.
      *===============================================================*
      * APPENDS THE STEP-CONTROL RECORD: ORDERS DUE IN, MOVEMENTS
      * OUT AND THEIR NET -- THE FIGURES SHVIRA MUST SEE COMING IN
      * ON YITZUR.DAT.
      *===============================================================*
       OU-KTIVAT-BAKARA 	       SECTION.
      *---------------------------------------------------------------*
       OU00.
	    OPEN EXTEND BC-BANK.
	    IF MH-BC-FILE-NOT-FOUND
		   OPEN OUTPUT BC-BANK
	    END-IF.
	    IF NOT MH-BC-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING BC-BANK, FILE STATUS = '
		     MH-BC-FILE-STATUS
		   STOP RUN.
	    MOVE 'YITZUR' TO BC-SHELEV.
	    MOVE WS-AUDIT-RUN-DATE TO BC-RUN-DATE.
	    MOVE WS-AUDIT-RUN-TIME TO BC-RUN-TIME.
	    MOVE SPACES TO BC-STREAM.
	    MOVE WS-HABA-COUNT TO BC-IN-COUNT.
	    MOVE WS-KH-WRITE-COUNT TO BC-OUT-COUNT.
	    MOVE WS-SCHOM-NETO TO BC-SCHOM.
	    WRITE BC-REC.
	    CLOSE BC-BANK.
       OU-EXIT. EXIT.
      *===============================================================*
       OZA-ATCHALAT-YITZUR	       SECTION.
      *---------------------------------------------------------------*
       OZA00.
	    ACCEPT WS-AUDIT-RUN-DATE FROM DATE YYYYMMDD.
	    PERFORM OZA1-KRIAT-PARAMETRIM.
	    PERFORM OZA2-TAARICH-ESEK.
	    PERFORM OZA4-KRIAT-CHESHBONOT.
	    OPEN INPUT HO-BANK.
	    IF MH-HO-FILE-NOT-FOUND
		   DISPLAY 'YITZUR: AZHARA -- EIN ' WS-HO-FILE-NAME
		     ', EIN HORAOT LE-BITZUA'
	    ELSE IF NOT MH-HO-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING HO-BANK, FILE STATUS = '
		     MH-HO-FILE-STATUS
		   STOP RUN
	    ELSE
		   SET SW-YESH-HO TO TRUE
		   PERFORM OZA6-TEINAT-HORAA
		    UNTIL MH-HO-FILE-STATUS NOT = '00'
		   CLOSE HO-BANK
	    END-IF.
	    OPEN OUTPUT KH-BANK.
	    IF NOT MH-KH-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING KH-BANK, FILE STATUS = '
		     MH-KH-FILE-STATUS
		   STOP RUN.
	    OPEN OUTPUT KS-BANK.
	    IF NOT MH-KS-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING KS-BANK, FILE STATUS = '
		     MH-KS-FILE-STATUS
		   STOP RUN.
	    MOVE SPACES TO KS-REC.
	    STRING 'YITZUR -- HORAOT SHE-LO BUTZU, TAARICH ESEK '
	     DELIMITED BY SIZE
	     WS-TAARICH-ESEK DELIMITED BY SIZE INTO KS-REC.
	    WRITE KS-REC.
	    MOVE SPACES TO KS-REC.
	    STRING 'HORAA  CHESHBON        SCHOM          YITRA '
	     DELIMITED BY SIZE
	     'SIBA' DELIMITED BY SIZE INTO KS-REC.
	    WRITE KS-REC.
       OZA-EXIT. EXIT.
      *===============================================================*
       OZA1-KRIAT-PARAMETRIM	       SECTION.
      *---------------------------------------------------------------*
       OZA05-KRIAT-PARAMETRIM.
	    OPEN INPUT PM-BANK.
	    IF MH-PM-FILE-NOT-FOUND
		   GO TO OZA05-EXIT.
	    IF NOT MH-PM-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING PM-BANK, FILE STATUS = '
		     MH-PM-FILE-STATUS
		   STOP RUN.
	    READ PM-BANK
		   AT END
		     CLOSE PM-BANK
		     GO TO OZA05-EXIT.
	    IF PM-HO-FILE NOT = SPACES
		   MOVE PM-HO-FILE TO WS-HO-FILE-NAME.
	    IF PM-YT-FILE NOT = SPACES
		   MOVE PM-YT-FILE TO WS-YT-FILE-NAME.
	    IF PM-KM-FILE NOT = SPACES
		   MOVE PM-KM-FILE TO WS-KM-FILE-NAME.
	    IF PM-KH-FILE NOT = SPACES
		   MOVE PM-KH-FILE TO WS-KH-FILE-NAME.
	    IF PM-TAARICH-ESEK NUMERIC
		   MOVE PM-TAARICH-ESEK TO WS-ESEK-PRM.
	    CLOSE PM-BANK.
       OZA05-EXIT. EXIT.
      *===============================================================*
       OZA2-TAARICH-ESEK	       SECTION.
      *---------------------------------------------------------------*
       OZA20-TAARICH-ESEK.
	    OPEN INPUT MJ-BANK.
	    IF MH-MJ-FILE-STATUS-TAKIN
		   PERFORM OZA3-TEINAT-YOMAN UNTIL SW-SOF-MJ
		   CLOSE MJ-BANK
	    ELSE IF NOT MH-MJ-FILE-NOT-FOUND
		   DISPLAY 'ERROR OPENING MJ-BANK, FILE STATUS = '
		     MH-MJ-FILE-STATUS
		   STOP RUN
	    END-IF.
	    IF WS-ESEK-PRM NOT = 0
		   MOVE WS-ESEK-PRM TO WS-TAARICH-ESEK
	    ELSE IF WS-ESEK-YOMAN NOT = 0
		   MOVE WS-ESEK-YOMAN TO WS-TAARICH-ESEK
	    ELSE
		   MOVE WS-AUDIT-RUN-DATE TO WS-TAARICH-ESEK
	    END-IF.
       OZA20-EXIT. EXIT.
      *===============================================================*
       OZA3-TEINAT-YOMAN	       SECTION.
      *---------------------------------------------------------------*
       OZA25-TEINAT-YOMAN.
	    READ MJ-BANK
		   AT END
		     MOVE 9 TO SW-MJ-SW
		     GO TO OZA25-EXIT.
	    IF MJ-SHELEV = 'MASLUL'
	       AND MJ-MATZAV = 'COMPLETE'
		   MOVE 0 TO WS-ESEK-YOMAN
		   GO TO OZA25-EXIT.
	    IF WS-ESEK-YOMAN = 0
		   MOVE MJ-DATE TO WS-ESEK-YOMAN.
       OZA25-EXIT. EXIT.
      *===============================================================*
       OZA4-KRIAT-CHESHBONOT	       SECTION.
      *---------------------------------------------------------------*
       OZA40-KRIAT-CHESHBONOT.
	    OPEN INPUT CB-BANK.
	    IF MH-CB-FILE-NOT-FOUND
		   DISPLAY 'YITZUR: AZHARA -- EIN CHESHBON.DAT, '
		     'EIN BDIKAT CHESHBONOT'
		   GO TO OZA40-EXIT.
	    IF NOT MH-CB-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING CB-BANK, FILE STATUS = '
		     MH-CB-FILE-STATUS
		   STOP RUN.
	    SET WS-CB-KAYAM TO TRUE.
	    PERFORM OZA5-TEINAT-CHESHBON
	     UNTIL MH-CB-FILE-STATUS NOT = '00'.
	    CLOSE CB-BANK.
       OZA40-EXIT. EXIT.
      *===============================================================*
       OZA5-TEINAT-CHESHBON	       SECTION.
      *---------------------------------------------------------------*
       OZA45-TEINAT-CHESHBON.
	    READ CB-BANK
		   AT END
		     GO TO OZA45-EXIT.
	    IF CT-MONEH = 3000
		   DISPLAY 'CHESHBON.DAT HOLDS MORE THAN 3000 '
		     'CHESHBONOT, ENLARGE CT-TAVLAT-CHESHBONOT'
		   STOP RUN.
	    ADD 1 TO CT-MONEH.
	    MOVE CB-CHESHBON TO CT-CHESHBON(CT-MONEH).
	    MOVE CB-TZ TO CT-TZ(CT-MONEH).
	    MOVE CB-MATZAV TO CT-MATZAV(CT-MONEH).
       OZA45-EXIT. EXIT.
      *===============================================================*
       OZA6-TEINAT-HORAA	       SECTION.
      *---------------------------------------------------------------*
       OZA60-TEINAT-HORAA.
	    READ HO-BANK
		   AT END
		     GO TO OZA60-EXIT.
	    IF HT-MONEH = 1000
		   DISPLAY 'HORAOT.DAT HOLDS MORE THAN 1000 '
		     'HORAOT, ENLARGE HT-TAVLAT-HORAOT'
		   STOP RUN.
	    ADD 1 TO HT-MONEH.
	    ADD 1 TO WS-HO-READ-COUNT.
	    MOVE HO-REC TO HT-ENTRY(HT-MONEH).
       OZA60-EXIT. EXIT.
      *===============================================================*
      * CLOSES THE NIGHT'S FILES, WRITES THE ORDERS BACK WITH THEIR
      * NEW DUE DATES, AND PRINTS THE RUN TOTALS.
      *===============================================================*
       OZZ-SIYOM-YITZUR 	       SECTION.
      *---------------------------------------------------------------*
       OZZ00.
	    CLOSE KH-BANK.
	    CLOSE KS-BANK.
	    IF SW-YESH-HO
		   PERFORM OZZ1-KTIVAT-HORAOT.
	    OPEN OUTPUT DO-BANK.
	    IF NOT MH-DO-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING DO-BANK, FILE STATUS = '
		     MH-DO-FILE-STATUS
		   STOP RUN.
	    MOVE SPACES TO DO-REC.
	    STRING 'YITZUR HORAOT KEVA, TAARICH ESEK ' DELIMITED BY SIZE
	     WS-TAARICH-ESEK DELIMITED BY SIZE INTO DO-REC.
	    PERFORM OR-KTIVAT-SHURA.
	    MOVE WS-HO-READ-COUNT TO WS-D-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING 'ORDERS READ FROM HO-BANK ...... ' DELIMITED BY SIZE
	     WS-D-COUNT DELIMITED BY SIZE INTO DO-REC.
	    PERFORM OR-KTIVAT-SHURA.
	    MOVE WS-HABA-COUNT TO WS-D-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING 'ORDERS DUE .................... ' DELIMITED BY SIZE
	     WS-D-COUNT DELIMITED BY SIZE INTO DO-REC.
	    PERFORM OR-KTIVAT-SHURA.
	    MOVE WS-BITZUA-COUNT TO WS-D-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING 'ORDERS POSTED ................. ' DELIMITED BY SIZE
	     WS-D-COUNT DELIMITED BY SIZE INTO DO-REC.
	    PERFORM OR-KTIVAT-SHURA.
	    MOVE WS-KISHALON-COUNT TO WS-D-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING 'ORDERS FAILED (YITZUR.KSL) .... ' DELIMITED BY SIZE
	     WS-D-COUNT DELIMITED BY SIZE INTO DO-REC.
	    PERFORM OR-KTIVAT-SHURA.
	    MOVE WS-DCHIYA-COUNT TO WS-D-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING 'ORDERS HELD TO NEXT NIGHT ..... ' DELIMITED BY SIZE
	     WS-D-COUNT DELIMITED BY SIZE INTO DO-REC.
	    PERFORM OR-KTIVAT-SHURA.
	    MOVE WS-PAG-COUNT TO WS-D-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING 'ORDERS EXPIRED ................ ' DELIMITED BY SIZE
	     WS-D-COUNT DELIMITED BY SIZE INTO DO-REC.
	    PERFORM OR-KTIVAT-SHURA.
	    IF WS-PIGUR-COUNT > 0
		   MOVE WS-PIGUR-COUNT TO WS-D-COUNT
		   MOVE SPACES TO DO-REC
		   STRING 'ORDERS STILL BEHIND ........... '
		     DELIMITED BY SIZE
		    WS-D-COUNT DELIMITED BY SIZE INTO DO-REC
		   PERFORM OR-KTIVAT-SHURA.
	    MOVE WS-KH-WRITE-COUNT TO WS-D-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING 'MOVEMENTS WRITTEN TO KH-BANK .. ' DELIMITED BY SIZE
	     WS-D-COUNT DELIMITED BY SIZE INTO DO-REC.
	    PERFORM OR-KTIVAT-SHURA.
	    MOVE WS-SCHOM-CHOVA TO WS-D-SCHOM.
	    MOVE SPACES TO DO-REC.
	    STRING 'TOTAL DEBITED ................. ' DELIMITED BY SIZE
	     WS-D-SCHOM DELIMITED BY SIZE INTO DO-REC.
	    PERFORM OR-KTIVAT-SHURA.
	    MOVE WS-SCHOM-ZCHUT TO WS-D-SCHOM.
	    MOVE SPACES TO DO-REC.
	    STRING 'TOTAL CREDITED ................ ' DELIMITED BY SIZE
	     WS-D-SCHOM DELIMITED BY SIZE INTO DO-REC.
	    PERFORM OR-KTIVAT-SHURA.
	    MOVE WS-SCHOM-NETO TO WS-D-SCHOM.
	    MOVE SPACES TO DO-REC.
	    STRING 'NET OF MOVEMENTS WRITTEN ...... ' DELIMITED BY SIZE
	     WS-D-SCHOM DELIMITED BY SIZE INTO DO-REC.
	    PERFORM OR-KTIVAT-SHURA.
	    CLOSE DO-BANK.
	    PERFORM OT-KTIVAT-AUDIT.
	    PERFORM OU-KTIVAT-BAKARA.
       OZZ-EXIT. EXIT.
      *===============================================================*
       OZZ1-KTIVAT-HORAOT	       SECTION.
      *---------------------------------------------------------------*
       OZZ10-KTIVAT-HORAOT.
	    OPEN OUTPUT HO-BANK.
	    IF NOT MH-HO-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING HO-BANK, FILE STATUS = '
		     MH-HO-FILE-STATUS
		   STOP RUN.
	    PERFORM OZZ2-KTIVAT-HORAA VARYING I-HT FROM 1 BY 1
	     UNTIL I-HT > HT-MONEH.
	    CLOSE HO-BANK.
       OZZ10-EXIT. EXIT.
      *===============================================================*
       OZZ2-KTIVAT-HORAA	       SECTION.
      *---------------------------------------------------------------*
       OZZ20-KTIVAT-HORAA.
	    MOVE HT-ENTRY(I-HT) TO HO-REC.
	    WRITE HO-REC.
	    ADD 1 TO WS-HO-WRITE-COUNT.
       OZZ20-EXIT. EXIT.
      *===============================================================*
