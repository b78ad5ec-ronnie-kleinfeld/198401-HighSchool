       IDENTIFICATION		       DIVISION.
      *****************************************************************
       PROGRAM-ID.		       HATAMA.
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
	    SELECT BI-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-BI-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *===============================================================*
	    SELECT PR-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-PR-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *===============================================================*
	    SELECT DO-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-DO-FILE-STATUS
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
	    SELECT BR-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-BR-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *===============================================================*
	    SELECT BC-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-BC-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
       DATA			       DIVISION.
      *****************************************************************
       FILE			       SECTION.
      *---------------------------------------------------------------*
      * THE MONTH-END BALANCE SNAPSHOT CUT BY YITRA, ONE RECORD PER
      * CHESHBON IN CHESHBON ORDER.  YT-SGIRA IS OUR CLOSING BALANCE
      * FOR THE MONTH BEING CONFIRMED.
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
      * THE MERGED FILE OF THE LAST NIGHTLY MIZUG RUN (A:MIZUG.DAT
      * UNLESS PM-KM-FILE NAMES ANOTHER), IN CHESHBON ORDER.  IT IS
      * READ ALONGSIDE THE SNAPSHOT ONLY FOR THE KM-SOURCE OF AN
      * ACCOUNT THE ACCOUNT MASTER DOES NOT LIST.
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
      * ONE SOURCE BANK'S MONTH-END CONFIRMATION: ONE CLOSING BALANCE
      * PER CHESHBON AS THE BANK HOLDS IT, DATED AS OF THE MONTH END.
      * THE FILES ARE OPENED ONE AFTER ANOTHER UNDER THE NAMES LISTED
      * IN HATAMA.PRM.
      *===============================================================*
       FD BI-BANK
	   VALUE OF FILE-ID WS-BI-FILE-NAME
	   LABEL RECORD STANDARD.
       01 BI-REC.
	 03 BI-CHESHBON 	       PIC 9(10).
	 03 BI-DATE.
	   05 BI-DD		       PIC 9(2).
	   05 BI-MM		       PIC 9(2).
	   05 BI-YY		       PIC 9(4).
	 03 BI-SGIRA		       PIC S9(11)V99
				 SIGN LEADING SEPARATE.
      *===============================================================*
      * THE OPEN BREAKS, CARRIED FROM MONTH TO MONTH: ONE LINE PER
      * BANK AND CHESHBON THAT DID NOT AGREE, WITH THE KIND OF BREAK
      * ('T' ONLY THE BANK HAS IT, 'A' ONLY WE HAVE IT, 'S' THE TWO
      * BALANCES DIFFER), BOTH BALANCES, THE MONTH IT WAS FIRST FOUND
      * AND THE LAST MONTH IT WAS STILL OPEN.  EACH RUN WRITES THE
      * WHOLE FILE BACK; A BREAK THAT NO LONGER SHOWS AT A BANK THAT
      * CONFIRMED THIS MONTH HAS CLEARED AND IS LEFT OUT.
      *===============================================================*
       FD PR-BANK
	   VALUE OF FILE-ID 'A:HATAMA.PAR'
	   LABEL RECORD STANDARD.
       01 PR-REC.
	 03 PR-SOURCE		       PIC X(10).
	 03 PR-CHESHBON 	       PIC 9(10).
	 03 PR-SUG		       PIC X(1).
	 03 PR-SHELANU		       PIC S9(11)V99
				 SIGN LEADING SEPARATE.
	 03 PR-SHELAHEM 	       PIC S9(11)V99
				 SIGN LEADING SEPARATE.
	 03 PR-CHODESH-RISHON	       PIC 9(6).
	 03 PR-CHODESH-ACHARON	       PIC 9(6).
      *===============================================================*
       FD DO-BANK
	   VALUE OF FILE-ID 'A:HATAMA.RPT'
	   LABEL RECORD STANDARD.
       01 DO-REC		       PIC X(72).
      *===============================================================*
       FD AT-BANK
	   VALUE OF FILE-ID 'A:MIZUG.AUD'
	   LABEL RECORD STANDARD.
       01 AT-REC.
	 03 AT-SHURA		       PIC X(80).
	 03 AT-MAFIL		       PIC X(8).
      *===============================================================*
      * THE BANKS CONFIRMING THIS MONTH: THE STREAM NAME AS IT APPEARS
      * IN KM-SOURCE AND THE NAME OF ITS CONFIRMATION FILE, PLUS
      * OPTIONAL OVERRIDES OF THE SNAPSHOT AND MASTER NAMES.
      * PM-CHODESH (YYYYMM) LEFT BLANK TAKES THE MONTH BEFORE THE RUN
      * DATE.  PM-CHODESH-YT IS THE MONTH THE SNAPSHOT WAS CUT FOR;
      * LEFT BLANK IT TOO IS THE MONTH BEFORE THE RUN DATE.  THE TWO
      * MUST AGREE.
      *===============================================================*
       FD PM-BANK
	   VALUE OF FILE-ID 'A:HATAMA.PRM'
	   LABEL RECORD STANDARD.
       01 PM-REC.
	 03 PM-BANK-COUNT	       PIC 9(1).
	 03 PM-ISHUR OCCURS 5 TIMES.
	   05 PM-SOURCE 	       PIC X(10).
	   05 PM-ISHUR-FILE	       PIC X(40).
	 03 PM-YT-FILE		       PIC X(40).
	 03 PM-KM-FILE		       PIC X(40).
	 03 PM-CHODESH		       PIC X(6).
	 03 PM-CHODESH-YT	       PIC X(6).
      *===============================================================*
      * THE BANK REGISTRY: THE STREAM NAME AS IT APPEARS IN KM-SOURCE,
      * THE FULL INSTITUTION NAME, THE BRANCH, AND MATZAV 'P'/'N'.
      * THE REPORT PRINTS THE FULL NAME OF EACH BANK.
      *===============================================================*
       FD BR-BANK
	   VALUE OF FILE-ID 'A:BANKIM.DAT'
	   LABEL RECORD STANDARD.
       01 BR-REC.
	 03 BR-SOURCE		       PIC X(10).
	 03 BR-SHEM-MALE	       PIC X(30).
	 03 BR-SNIF		       PIC X(10).
	 03 BR-MATZAV		       PIC X(1).
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
      *****************************************************************
       WORKING-STORAGE		       SECTION.
      *---------------------------------------------------------------*
       01 I-INDEXIM.
	 03 I-IB		       PIC 9(1) VALUE 0.
	 03 I-IB-NIMTZA 	       PIC 9(1) VALUE 0.
	 03 I-IB-CHESHBON	       PIC 9(1) VALUE 0.
	 03 I-BT		       PIC 9(4) VALUE 0.
	 03 I-CT		       PIC 9(4) VALUE 0.
	 03 I-PN		       PIC 9(4) VALUE 0.
	 03 I-PY		       PIC 9(4) VALUE 0.
      *===============================================================*
       01 MH-MAPHTECHOT-HASHVAA.
	 03 MH-YT-FILE-STATUS	       PIC X(2).
	   88 MH-YT-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-YT-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-KM-FILE-STATUS	       PIC X(2).
	   88 MH-KM-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-KM-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-CB-FILE-STATUS	       PIC X(2).
	   88 MH-CB-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-CB-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-BI-FILE-STATUS	       PIC X(2).
	   88 MH-BI-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-BI-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-PR-FILE-STATUS	       PIC X(2).
	   88 MH-PR-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-PR-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-DO-FILE-STATUS	       PIC X(2).
	   88 MH-DO-FILE-STATUS-TAKIN  VALUE '00'.
	 03 MH-AT-FILE-STATUS	       PIC X(2).
	   88 MH-AT-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-AT-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-PM-FILE-STATUS	       PIC X(2).
	   88 MH-PM-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-PM-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-BR-FILE-STATUS	       PIC X(2).
	   88 MH-BR-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-BR-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-BC-FILE-STATUS	       PIC X(2).
	   88 MH-BC-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-BC-FILE-NOT-FOUND     VALUE '35'.
      *===============================================================*
       01 WS-SHMOT-KVATSIM.
	 03 WS-YT-FILE-NAME	       PIC X(40)
					 VALUE 'A:YITRA.DAT'.
	 03 WS-KM-FILE-NAME	       PIC X(40)
					 VALUE 'A:MIZUG.DAT'.
	 03 WS-BI-FILE-NAME	       PIC X(40).
      *===============================================================*
       01 WS-RUN-DATE		       PIC 9(8).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
	 03 WS-RUN-YYYY 	       PIC 9(4).
	 03 WS-RUN-MM		       PIC 9(2).
	 03 WS-RUN-DD		       PIC 9(2).
       01 WS-RUN-TIME		       PIC 9(8).
      *===============================================================*
      * THE MONTH BEING CONFIRMED, AND THE AGE OF A BREAK IN WHOLE
      * MONTHS: THE DIFFERENCE OF THE TWO MONTH NUMBERS (YEAR TIMES
      * TWELVE PLUS MONTH), ZERO FOR A BREAK FIRST FOUND THIS MONTH.
      *===============================================================*
       01 WS-CHODESH		       PIC 9(6).
       01 WS-CHODESH-R REDEFINES WS-CHODESH.
	 03 WS-CH-YYYY		       PIC 9(4).
	 03 WS-CH-MM		       PIC 9(2).
       01 WS-CHODESH-X REDEFINES WS-CHODESH PIC X(6).
       01 WS-CHODESH-YT 	       PIC 9(6).
       01 WS-CHODESH-RISHON	       PIC 9(6).
       01 WS-CHODESH-RISHON-R REDEFINES WS-CHODESH-RISHON.
	 03 WS-CR-YYYY		       PIC 9(4).
	 03 WS-CR-MM		       PIC 9(2).
       01 WS-GIL		       PIC S9(4).
      *===============================================================*
      * THE CONFIRMING BANKS OF THE RUN, WITH THEIR COUNTS AND TOTALS.
      * IB-YESH-KOVETZ IS SET ONCE THE BANK'S FILE HAS BEEN READ; A
      * BANK WHOSE FILE IS MISSING IS NOT CONFIRMED THIS MONTH AND
      * ITS OPEN BREAKS ARE CARRIED AS THEY WERE.
      *===============================================================*
       01 IB-TAVLAT-BANKIM.
	 03 IB-MONEH		       PIC 9(1) VALUE 0.
	 03 IB-ENTRY OCCURS 5 TIMES.
	   05 IB-SOURCE 	       PIC X(10).
	   05 IB-FILE		       PIC X(40).
	   05 IB-KOVETZ-SW	       PIC 9(1) VALUE 0.
	     88 IB-YESH-KOVETZ	       VALUE 1.
	   05 IB-READ-COUNT	       PIC 9(7) VALUE 0.
	   05 IB-PASUL-COUNT	       PIC 9(7) VALUE 0.
	   05 IB-CHODESH-ACHER-COUNT   PIC 9(7) VALUE 0.
	   05 IB-KEFEL-COUNT	       PIC 9(7) VALUE 0.
	   05 IB-TAKIN-COUNT	       PIC 9(7) VALUE 0.
	   05 IB-ETZLAM-COUNT	       PIC 9(7) VALUE 0.
	   05 IB-ETZLENU-COUNT	       PIC 9(7) VALUE 0.
	   05 IB-HEFRESH-COUNT	       PIC 9(7) VALUE 0.
	   05 IB-EFES-COUNT	       PIC 9(7) VALUE 0.
	   05 IB-NISGAR-COUNT	       PIC 9(7) VALUE 0.
	   05 IB-SGIRA-SHELAHEM        PIC S9(13)V99 VALUE 0.
	   05 IB-SGIRA-SHELANU	       PIC S9(13)V99 VALUE 0.
       01 WS-IB-NIMTZA-SW	       PIC 9 VALUE 0.
	 88 WS-IB-NIMTZA	       VALUE 1.
      *===============================================================*
      * EVERY CLOSING BALANCE THE BANKS SENT, TAGGED WITH ITS BANK.
      * BT-NIMTZA IS SET WHEN THE SNAPSHOT HOLDS THE SAME ACCOUNT;
      * WHAT IS LEFT UNMATCHED AT THE END IS ONLY AT THE BANK.
      *===============================================================*
       01 BT-TAVLAT-ISHURIM.
	 03 BT-MONEH		       PIC 9(4) VALUE 0.
	 03 BT-ENTRY OCCURS 5000 TIMES.
	   05 BT-BANK		       PIC 9(1).
	   05 BT-CHESHBON	       PIC 9(10).
	   05 BT-SGIRA		       PIC S9(11)V99.
	   05 BT-NIMTZA-SW	       PIC 9(1).
	     88 BT-NIMTZA	       VALUE 1.
       01 WS-BT-NIMTZA-SW	       PIC 9 VALUE 0.
	 88 WS-BT-NIMTZA	       VALUE 1.
      *===============================================================*
      * THE SOURCE BANK OF EVERY ACCOUNT IN THE ACCOUNT MASTER.  WHEN
      * CHESHBON.DAT IS MISSING THE TABLE STAYS EMPTY AND EVERY
      * ACCOUNT IS PLACED BY THE KM-SOURCE OF ITS MOVEMENTS.
      *===============================================================*
       01 CT-TAVLAT-CHESHBONOT.
	 03 CT-MONEH		       PIC 9(4) VALUE 0.
	 03 CT-ENTRY OCCURS 3000 TIMES.
	   05 CT-CHESHBON	       PIC 9(10).
	   05 CT-SOURCE 	       PIC X(10).
       01 WS-CT-NIMTZA-SW	       PIC 9 VALUE 0.
	 88 WS-CT-NIMTZA	       VALUE 1.
      *===============================================================*
      * THE BREAKS FOUND THIS RUN.  PN-CHODESH-RISHON STARTS AS THIS
      * MONTH AND TAKES THE EARLIER MONTH WHEN THE SAME BREAK WAS
      * ALREADY OPEN ON HATAMA.PAR.
      *===============================================================*
       01 PN-TAVLAT-PEARIM.
	 03 PN-MONEH		       PIC 9(4) VALUE 0.
	 03 PN-ENTRY OCCURS 2000 TIMES.
	   05 PN-BANK		       PIC 9(1).
	   05 PN-CHESHBON	       PIC 9(10).
	   05 PN-SUG		       PIC X(1).
	     88 PN-RAK-ETZLAM	       VALUE 'T'.
	     88 PN-RAK-ETZLENU	       VALUE 'A'.
	     88 PN-HEFRESH	       VALUE 'S'.
	   05 PN-SHELANU	       PIC S9(11)V99.
	   05 PN-SHELAHEM	       PIC S9(11)V99.
	   05 PN-CHODESH-RISHON        PIC 9(6).
      *===============================================================*
      * THE BREAKS OPEN AFTER THE LAST RUN, AS READ FROM HATAMA.PAR.
      * PY-MATZAV SAYS WHAT BECOMES OF EACH: 'N' STILL OPEN AND FOUND
      * AGAIN THIS RUN, 'S' CLEARED, 'H' CARRIED UNCHANGED BECAUSE ITS
      * BANK DID NOT CONFIRM THIS MONTH.
      *===============================================================*
       01 PY-TAVLAT-PEARIM.
	 03 PY-MONEH		       PIC 9(4) VALUE 0.
	 03 PY-ENTRY OCCURS 2000 TIMES.
	   05 PY-REC.
	     07 PY-SOURCE	       PIC X(10).
	     07 PY-CHESHBON	       PIC 9(10).
	     07 PY-SUG		       PIC X(1).
	     07 PY-SHELANU	       PIC S9(11)V99
				 SIGN LEADING SEPARATE.
	     07 PY-SHELAHEM	       PIC S9(11)V99
				 SIGN LEADING SEPARATE.
	     07 PY-CHODESH-RISHON      PIC 9(6).
	     07 PY-CHODESH-ACHARON     PIC 9(6).
	   05 PY-BANK		       PIC 9(1).
	   05 PY-MATZAV 	       PIC X(1).
	     88 PY-NIMTZA	       VALUE 'N'.
	     88 PY-NISGAR	       VALUE 'S'.
	     88 PY-HUAVAR	       VALUE 'H'.
       01 WS-PY-NIMTZA-SW	       PIC 9 VALUE 0.
	 88 WS-PY-NIMTZA	       VALUE 1.
      *===============================================================*
       01 WS-CHIPUS-SADOT.
	 03 WS-SOURCE-MEVUKASH	       PIC X(10).
	 03 WS-CHESHBON-MEVUKASH       PIC 9(10).
	 03 WS-SUG-MEVUKASH	       PIC X(1).
      *===============================================================*
      * THE BREAK BEING RECORDED BY HMG-RISHUM-PERA.
      *===============================================================*
       01 WS-PERA-SADOT.
	 03 WS-PERA-SUG 	       PIC X(1).
	 03 WS-PERA-SHELANU	       PIC S9(11)V99.
	 03 WS-PERA-SHELAHEM	       PIC S9(11)V99.
      *===============================================================*
       01 WS-MONIM-HATAMA.
	 03 WS-YT-READ-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-LO-NIVDAK-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-BI-READ-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-PR-READ-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-PR-WRITE-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-CHADASH-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-NISGAR-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-HUAVAR-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-BANK-CHASER-COUNT       PIC 9(1) VALUE 0.
       01 WS-SGIRA-SHELAHEM-TOTAL      PIC S9(13)V99 VALUE 0.
      *===============================================================*
      * IN-CORE COPY OF THE BANK REGISTRY (BR-BANK), LOADED AT
      * START-UP.  WHEN BANKIM.DAT IS MISSING THE TABLE STAYS EMPTY
      * AND THE INTERNAL STREAM NAMES PRINT AS BEFORE.
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
       01 WS-SHEM-BANK		       PIC X(30).
      *===============================================================*
      * ONE PRINTED LINE OF A BREAK: THE ACCOUNT, OUR BALANCE, THE
      * BANK'S BALANCE, THE DIFFERENCE (OURS LESS THEIRS), THE MONTH
      * THE BREAK WAS FIRST FOUND AND ITS AGE IN MONTHS.
      *===============================================================*
       01 WS-SHURAT-PERA.
	 03 WS-SP-CHESHBON	       PIC 9(10).
	 03 FILLER		       PIC X(1) VALUE SPACE.
	 03 WS-SP-SHELANU	       PIC -----------9.99.
	 03 FILLER		       PIC X(1) VALUE SPACE.
	 03 WS-SP-SHELAHEM	       PIC -----------9.99.
	 03 FILLER		       PIC X(1) VALUE SPACE.
	 03 WS-SP-HEFRESH	       PIC -----------9.99.
	 03 FILLER		       PIC X(1) VALUE SPACE.
	 03 WS-SP-CHODESH	       PIC 9(6).
	 03 FILLER		       PIC X(1) VALUE SPACE.
	 03 WS-SP-GIL		       PIC ZZ9.
       01 WS-SP-HEFRESH-SCHOM	       PIC S9(11)V99.
       01 WS-SP-COUNT		       PIC 9(7).
      *===============================================================*
       01 WS-DIVUACH-SADOT.
	 03 WS-D-COUNT		       PIC ZZZZZZ9.
	 03 WS-D-SCHOM		       PIC -----------9.99.
	 03 WS-D-SUG		       PIC X(16).
      *===============================================================*
       01 SW-SWITCHIM.
	 03 SW-YT-SW		       PIC 9 VALUE 0.
	   88 SW-SOF-YT 	       VALUE 9.
	 03 SW-KM-SW		       PIC 9 VALUE 0.
	   88 SW-SOF-KM 	       VALUE 9.
	 03 SW-BI-SW		       PIC 9 VALUE 0.
	   88 SW-SOF-BI 	       VALUE 9.
      *===============================================================*
      * UNATTENDED BATCH STEP: THE AUDIT RECORDS CARRY THIS ID IN
      * PLACE OF A SIGNED-ON OPERATOR.
      *===============================================================*
       01 WS-MAFIL		       PIC X(8) VALUE 'BATCH'.
      *****************************************************************
       PROCEDURE		       DIVISION.
      *****************************************************************
      * MONTH-END BALANCE CONFIRMATION.  EACH SOURCE BANK LISTED IN
      * HATAMA.PRM SENDS ONE CLOSING BALANCE PER CHESHBON AS IT HOLDS
      * IT.  THE RUN WALKS THE YITRA SNAPSHOT AND, FOR EVERY ACCOUNT
      * BELONGING TO A CONFIRMING BANK, COMPARES OUR CLOSING BALANCE
      * WITH THE BANK'S.  AN ACCOUNT BELONGS TO THE BANK THE ACCOUNT
      * MASTER NAMES FOR IT; AN ACCOUNT NOT IN THE MASTER BELONGS TO
      * THE CONFIRMING BANK NAMED IN THE KM-SOURCE OF ITS MOVEMENTS.
      * THREE KINDS OF BREAK ARE REPORTED BANK BY BANK: ACCOUNTS ONLY
      * THE BANK HAS, ACCOUNTS ONLY WE HAVE, AND AMOUNT DIFFERENCES.
      * AN ACCOUNT WE HOLD AT ZERO THAT THE BANK DOES NOT LIST IS
      * COUNTED BUT IS NOT A BREAK.  THE OPEN BREAKS ARE CARRIED ON
      * HATAMA.PAR WITH THE MONTH EACH WAS FIRST FOUND, SO THE REPORT
      * SHOWS HOW LONG EACH HAS BEEN OPEN; A BREAK THAT DOES NOT SHOW
      * AGAIN HAS CLEARED AND DROPS OFF.  A RERUN FOR THE SAME MONTH
      * KEEPS THE AGES AS THEY WERE.
      *===============================================================*
       HM-HATAMA		       SECTION.
      *---------------------------------------------------------------*
       HM00.
	    PERFORM HMZA-ATCHALAT-HATAMA.
	    PERFORM HMA-TIPUL-YITRA UNTIL SW-SOF-YT.
	    PERFORM HMB-RAK-ETZLAM VARYING I-BT FROM 1 BY 1
	     UNTIL I-BT > BT-MONEH.
	    PERFORM HMC-GIL-PEARIM.
	    PERFORM HMD-DIVUACH-BANK VARYING I-IB FROM 1 BY 1
	     UNTIL I-IB > IB-MONEH.
	    PERFORM HMZZ-SIYOM-HATAMA.
	    GOBACK.
       HM-EXIT. EXIT.
      *===============================================================*
      * ONE SNAPSHOT ACCOUNT.  THE MASTER IS READ UP TO THE SAME
      * CHESHBON SO ITS MOVEMENTS CAN NAME THE BANK WHEN THE ACCOUNT
      * MASTER DOES NOT.
      *===============================================================*
       HMA-TIPUL-YITRA		       SECTION.
      *---------------------------------------------------------------*
       HMA00.
	    READ YT-BANK
		   AT END
		     MOVE 9 TO SW-YT-SW
		     GO TO HMA-EXIT.
	    ADD 1 TO WS-YT-READ-COUNT.
	    MOVE 0 TO I-IB-CHESHBON.
	    MOVE YT-CHESHBON TO WS-CHESHBON-MEVUKASH.
	    PERFORM HME-CHIPUS-CT.
	    IF WS-CT-NIMTZA
		   MOVE CT-SOURCE(I-CT) TO WS-SOURCE-MEVUKASH
		   PERFORM HMF-CHIPUS-IB
		   IF WS-IB-NIMTZA
			 MOVE I-IB-NIMTZA TO I-IB-CHESHBON.
	    PERFORM HMA1-KRIAT-KM UNTIL SW-SOF-KM
	     OR KM-CHESHBON NOT < YT-CHESHBON.
	    PERFORM HMA2-SOURCE-KM UNTIL SW-SOF-KM
	     OR KM-CHESHBON NOT = YT-CHESHBON.
	    IF I-IB-CHESHBON = 0
		   ADD 1 TO WS-LO-NIVDAK-COUNT
		   GO TO HMA-EXIT.
	    ADD YT-SGIRA TO IB-SGIRA-SHELANU(I-IB-CHESHBON).
	    MOVE I-IB-CHESHBON TO I-IB-NIMTZA.
	    PERFORM HMH-CHIPUS-BT.
	    IF WS-BT-NIMTZA
		   MOVE 1 TO BT-NIMTZA-SW(I-BT)
		   IF BT-SGIRA(I-BT) = YT-SGIRA
			 ADD 1 TO IB-TAKIN-COUNT(I-IB-CHESHBON)
		   ELSE
			 MOVE 'S' TO WS-PERA-SUG
			 MOVE YT-SGIRA TO WS-PERA-SHELANU
			 MOVE BT-SGIRA(I-BT) TO WS-PERA-SHELAHEM
			 PERFORM HMG-RISHUM-PERA
		   END-IF
	    ELSE
	    IF YT-SGIRA = 0
		   ADD 1 TO IB-EFES-COUNT(I-IB-CHESHBON)
	    ELSE
		   MOVE 'A' TO WS-PERA-SUG
		   MOVE YT-SGIRA TO WS-PERA-SHELANU
		   MOVE 0 TO WS-PERA-SHELAHEM
		   PERFORM HMG-RISHUM-PERA.
       HMA-EXIT. EXIT.
      *===============================================================*
       HMA1-KRIAT-KM		       SECTION.
      *---------------------------------------------------------------*
       HMA10-KRIAT-KM.
	    READ KM-BANK
		   AT END
		     MOVE 9 TO SW-KM-SW.
       HMA10-EXIT. EXIT.
      *===============================================================*
      * A MOVEMENT OF THE CURRENT ACCOUNT.  WHILE THE ACCOUNT HAS NO
      * BANK YET, A KM-SOURCE NAMING A CONFIRMING BANK PLACES IT
      * THERE.
      *===============================================================*
       HMA2-SOURCE-KM		       SECTION.
      *---------------------------------------------------------------*
       HMA20-SOURCE-KM.
	    IF NOT WS-CT-NIMTZA
	       AND I-IB-CHESHBON = 0
		   MOVE KM-SOURCE TO WS-SOURCE-MEVUKASH
		   PERFORM HMF-CHIPUS-IB
		   IF WS-IB-NIMTZA
			 MOVE I-IB-NIMTZA TO I-IB-CHESHBON.
	    PERFORM HMA1-KRIAT-KM.
       HMA20-EXIT. EXIT.
      *===============================================================*
      * A CLOSING BALANCE THE SNAPSHOT NEVER CLAIMED: THE ACCOUNT IS
      * ONLY AT THE BANK.
      *===============================================================*
       HMB-RAK-ETZLAM		       SECTION.
      *---------------------------------------------------------------*
       HMB00.
	    IF BT-NIMTZA(I-BT)
		   GO TO HMB-EXIT.
	    MOVE BT-BANK(I-BT) TO I-IB-CHESHBON.
	    MOVE BT-CHESHBON(I-BT) TO WS-CHESHBON-MEVUKASH.
	    MOVE 'T' TO WS-PERA-SUG.
	    MOVE 0 TO WS-PERA-SHELANU.
	    MOVE BT-SGIRA(I-BT) TO WS-PERA-SHELAHEM.
	    PERFORM HMG-RISHUM-PERA.
       HMB-EXIT. EXIT.
      *===============================================================*
      * AGES THE BREAKS.  A BREAK ALREADY OPEN ON HATAMA.PAR KEEPS
      * THE MONTH IT WAS FIRST FOUND.  AN OLD BREAK AT A BANK THAT
      * CONFIRMED THIS MONTH AND NOT FOUND AGAIN HAS CLEARED; AT A
      * BANK THAT DID NOT CONFIRM IT IS CARRIED UNCHANGED.
      *===============================================================*
       HMC-GIL-PEARIM		       SECTION.
      *---------------------------------------------------------------*
       HMC00.
	    PERFORM HMC1-GIL-PERA VARYING I-PN FROM 1 BY 1
	     UNTIL I-PN > PN-MONEH.
	    PERFORM HMC2-PERA-YASHAN VARYING I-PY FROM 1 BY 1
	     UNTIL I-PY > PY-MONEH.
       HMC-EXIT. EXIT.
      *===============================================================*
       HMC1-GIL-PERA		       SECTION.
      *---------------------------------------------------------------*
       HMC10-GIL-PERA.
	    MOVE IB-SOURCE(PN-BANK(I-PN)) TO WS-SOURCE-MEVUKASH.
	    MOVE PN-CHESHBON(I-PN) TO WS-CHESHBON-MEVUKASH.
	    PERFORM HMJ-CHIPUS-PY.
	    IF WS-PY-NIMTZA
		   MOVE 'N' TO PY-MATZAV(I-PY)
		   MOVE PY-CHODESH-RISHON(I-PY)
		     TO PN-CHODESH-RISHON(I-PN)
	    ELSE
		   ADD 1 TO WS-CHADASH-COUNT.
       HMC10-EXIT. EXIT.
      *===============================================================*
       HMC2-PERA-YASHAN 	       SECTION.
      *---------------------------------------------------------------*
       HMC20-PERA-YASHAN.
	    IF PY-NIMTZA(I-PY)
		   GO TO HMC20-EXIT.
	    MOVE PY-SOURCE(I-PY) TO WS-SOURCE-MEVUKASH.
	    PERFORM HMF-CHIPUS-IB.
	    IF WS-IB-NIMTZA
		   MOVE 'S' TO PY-MATZAV(I-PY)
		   MOVE I-IB-NIMTZA TO PY-BANK(I-PY)
		   ADD 1 TO IB-NISGAR-COUNT(I-IB-NIMTZA)
		   ADD 1 TO WS-NISGAR-COUNT
	    ELSE
		   MOVE 'H' TO PY-MATZAV(I-PY)
		   ADD 1 TO WS-HUAVAR-COUNT.
       HMC20-EXIT. EXIT.
      *===============================================================*
      * ONE BANK'S PART OF THE REPORT: ITS BREAKS BY KIND, THE BREAKS
      * THAT CLEARED, AND ITS COUNTS AND TOTALS.
      *===============================================================*
       HMD-DIVUACH-BANK 	       SECTION.
      *---------------------------------------------------------------*
       HMD00.
	    MOVE IB-SOURCE(I-IB) TO WS-SOURCE-MEVUKASH.
	    PERFORM HMK-CHIPUS-BANK.
	    MOVE ALL '-' TO DO-REC.
	    WRITE DO-REC.
	    MOVE SPACES TO DO-REC.
	    STRING 'BANK ' DELIMITED BY SIZE
	     IB-SOURCE(I-IB) DELIMITED BY SIZE
	     ' ' DELIMITED BY SIZE
	     WS-SHEM-BANK DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    DISPLAY DO-REC.
	    MOVE SPACES TO DO-REC.
	    STRING 'KOVETZ ISHUR ' DELIMITED BY SIZE
	     IB-FILE(I-IB) DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    IF NOT IB-YESH-KOVETZ(I-IB)
		   MOVE SPACES TO DO-REC
		   STRING '*** KOVETZ HA-ISHUR LO HITKABEL -- HA-BANK'
		    DELIMITED BY SIZE
		    ' LO HUTAM ***' DELIMITED BY SIZE INTO DO-REC
		   WRITE DO-REC
		   DISPLAY DO-REC
		   MOVE SPACES TO DO-REC
		   WRITE DO-REC
		   GO TO HMD-EXIT.
	    MOVE 'T' TO WS-SUG-MEVUKASH.
	    MOVE 'RAK ETZLAM' TO WS-D-SUG.
	    PERFORM HMD1-PEREK-PEARIM.
	    MOVE 'A' TO WS-SUG-MEVUKASH.
	    MOVE 'RAK ETZLENU' TO WS-D-SUG.
	    PERFORM HMD1-PEREK-PEARIM.
	    MOVE 'S' TO WS-SUG-MEVUKASH.
	    MOVE 'HEFRESH SCHOM' TO WS-D-SUG.
	    PERFORM HMD1-PEREK-PEARIM.
	    IF IB-NISGAR-COUNT(I-IB) > 0
		   MOVE SPACES TO DO-REC
		   WRITE DO-REC
		   MOVE SPACES TO DO-REC
		   STRING 'PEARIM SHE-NISGERU MEAZ HA-RIZA HA-KODEMET:'
		    DELIMITED BY SIZE INTO DO-REC
		   WRITE DO-REC
		   PERFORM HMD3-SHURAT-NISGAR VARYING I-PY
		    FROM 1 BY 1 UNTIL I-PY > PY-MONEH.
	    MOVE SPACES TO DO-REC.
	    WRITE DO-REC.
	    PERFORM HMD4-SIKUM-BANK.
       HMD-EXIT. EXIT.
      *===============================================================*
      * ONE KIND OF BREAK AT THE CURRENT BANK (WS-SUG-MEVUKASH).
      *===============================================================*
       HMD1-PEREK-PEARIM	       SECTION.
      *---------------------------------------------------------------*
       HMD10-PEREK-PEARIM.
	    MOVE SPACES TO DO-REC.
	    WRITE DO-REC.
	    MOVE SPACES TO DO-REC.
	    STRING WS-D-SUG DELIMITED BY '  '
	     ':' DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    MOVE SPACES TO DO-REC.
	    STRING 'CHESHBON     YITRA SHELANU  YITRA SHELAHEM'
	     DELIMITED BY SIZE
	     '         HEFRESH MEAZ   GIL' DELIMITED BY SIZE
	     INTO DO-REC.
	    WRITE DO-REC.
	    MOVE 0 TO WS-SP-COUNT.
	    PERFORM HMD2-SHURAT-PERA VARYING I-PN FROM 1 BY 1
	     UNTIL I-PN > PN-MONEH.
	    IF WS-SP-COUNT = 0
		   MOVE SPACES TO DO-REC
		   STRING '  (EIN)' DELIMITED BY SIZE INTO DO-REC
		   WRITE DO-REC.
       HMD10-EXIT. EXIT.
      *===============================================================*
       HMD2-SHURAT-PERA 	       SECTION.
      *---------------------------------------------------------------*
       HMD20-SHURAT-PERA.
	    IF PN-BANK(I-PN) NOT = I-IB
	       OR PN-SUG(I-PN) NOT = WS-SUG-MEVUKASH
		   GO TO HMD20-EXIT.
	    ADD 1 TO WS-SP-COUNT.
	    MOVE PN-CHESHBON(I-PN) TO WS-SP-CHESHBON.
	    MOVE PN-SHELANU(I-PN) TO WS-SP-SHELANU.
	    MOVE PN-SHELAHEM(I-PN) TO WS-SP-SHELAHEM.
	    COMPUTE WS-SP-HEFRESH-SCHOM =
	      PN-SHELANU(I-PN) - PN-SHELAHEM(I-PN).
	    MOVE WS-SP-HEFRESH-SCHOM TO WS-SP-HEFRESH.
	    MOVE PN-CHODESH-RISHON(I-PN) TO WS-SP-CHODESH.
	    MOVE PN-CHODESH-RISHON(I-PN) TO WS-CHODESH-RISHON.
	    COMPUTE WS-GIL = (WS-CH-YYYY * 12 + WS-CH-MM)
	      - (WS-CR-YYYY * 12 + WS-CR-MM).
	    IF WS-GIL < 0
		   MOVE 0 TO WS-GIL.
	    MOVE WS-GIL TO WS-SP-GIL.
	    MOVE WS-SHURAT-PERA TO DO-REC.
	    WRITE DO-REC.
       HMD20-EXIT. EXIT.
      *===============================================================*
       HMD3-SHURAT-NISGAR	       SECTION.
      *---------------------------------------------------------------*
       HMD30-SHURAT-NISGAR.
	    IF NOT PY-NISGAR(I-PY)
	       OR PY-BANK(I-PY) NOT = I-IB
		   GO TO HMD30-EXIT.
	    IF PY-SUG(I-PY) = 'T'
		   MOVE 'RAK ETZLAM' TO WS-D-SUG
	    ELSE IF PY-SUG(I-PY) = 'A'
		   MOVE 'RAK ETZLENU' TO WS-D-SUG
	    ELSE
		   MOVE 'HEFRESH SCHOM' TO WS-D-SUG
	    END-IF.
	    MOVE SPACES TO DO-REC.
	    STRING PY-CHESHBON(I-PY) DELIMITED BY SIZE
	     '  ' DELIMITED BY SIZE
	     WS-D-SUG DELIMITED BY SIZE
	     ' PATUACH MEAZ ' DELIMITED BY SIZE
	     PY-CHODESH-RISHON(I-PY) DELIMITED BY SIZE
	     ' AD ' DELIMITED BY SIZE
	     PY-CHODESH-ACHARON(I-PY) DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
       HMD30-EXIT. EXIT.
      *===============================================================*
       HMD4-SIKUM-BANK		       SECTION.
      *---------------------------------------------------------------*
       HMD40-SIKUM-BANK.
	    MOVE IB-READ-COUNT(I-IB) TO WS-D-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING 'CONFIRMATION RECORDS READ ..... ' DELIMITED BY SIZE
	     WS-D-COUNT DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    MOVE IB-PASUL-COUNT(I-IB) TO WS-D-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING 'INVALID RECORDS, SKIPPED ...... ' DELIMITED BY SIZE
	     WS-D-COUNT DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    MOVE IB-CHODESH-ACHER-COUNT(I-IB) TO WS-D-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING 'DATED ANOTHER MONTH, SKIPPED .. ' DELIMITED BY SIZE
	     WS-D-COUNT DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    MOVE IB-KEFEL-COUNT(I-IB) TO WS-D-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING 'REPEATED CHESHBON, SKIPPED .... ' DELIMITED BY SIZE
	     WS-D-COUNT DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    MOVE IB-TAKIN-COUNT(I-IB) TO WS-D-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING 'ACCOUNTS AGREED ............... ' DELIMITED BY SIZE
	     WS-D-COUNT DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    DISPLAY DO-REC.
	    MOVE IB-ETZLAM-COUNT(I-IB) TO WS-D-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING 'ONLY AT THE BANK .............. ' DELIMITED BY SIZE
	     WS-D-COUNT DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    DISPLAY DO-REC.
	    MOVE IB-ETZLENU-COUNT(I-IB) TO WS-D-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING 'ONLY ON OUR SNAPSHOT .......... ' DELIMITED BY SIZE
	     WS-D-COUNT DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    DISPLAY DO-REC.
	    MOVE IB-HEFRESH-COUNT(I-IB) TO WS-D-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING 'AMOUNT DIFFERENCES ............ ' DELIMITED BY SIZE
	     WS-D-COUNT DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    DISPLAY DO-REC.
	    MOVE IB-EFES-COUNT(I-IB) TO WS-D-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING 'ZERO WITH US, NOT AT BANK ..... ' DELIMITED BY SIZE
	     WS-D-COUNT DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    MOVE IB-NISGAR-COUNT(I-IB) TO WS-D-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING 'BREAKS CLEARED ................ ' DELIMITED BY SIZE
	     WS-D-COUNT DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    DISPLAY DO-REC.
	    MOVE IB-SGIRA-SHELAHEM(I-IB) TO WS-D-SCHOM.
	    MOVE SPACES TO DO-REC.
	    STRING 'BANK CLOSING TOTAL ............ ' DELIMITED BY SIZE
	     WS-D-SCHOM DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    MOVE IB-SGIRA-SHELANU(I-IB) TO WS-D-SCHOM.
	    MOVE SPACES TO DO-REC.
	    STRING 'OUR CLOSING TOTAL ............. ' DELIMITED BY SIZE
	     WS-D-SCHOM DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    MOVE SPACES TO DO-REC.
	    WRITE DO-REC.
       HMD40-EXIT. EXIT.
      *===============================================================*
      * LOOKS UP WS-CHESHBON-MEVUKASH IN THE ACCOUNT MASTER.
      *===============================================================*
       HME-CHIPUS-CT		       SECTION.
      *---------------------------------------------------------------*
       HME00.
	    MOVE 0 TO WS-CT-NIMTZA-SW.
	    IF CT-MONEH > 0
		   PERFORM HME1-HASHVAAT-CT VARYING I-CT FROM 1 BY 1
		    UNTIL I-CT > CT-MONEH OR WS-CT-NIMTZA.
	    IF WS-CT-NIMTZA
		   SUBTRACT 1 FROM I-CT.
	    GO TO HME-EXIT.
      *===============================================================*
       HME1-HASHVAAT-CT.
	    IF CT-CHESHBON(I-CT) = WS-CHESHBON-MEVUKASH
		   SET WS-CT-NIMTZA TO TRUE.
       HME1-END.
       HME-EXIT. EXIT.
      *===============================================================*
      * LOOKS UP WS-SOURCE-MEVUKASH AMONG THE BANKS WHOSE CONFIRMATION
      * WAS READ THIS RUN; I-IB-NIMTZA POINTS AT IT.
      *===============================================================*
       HMF-CHIPUS-IB		       SECTION.
      *---------------------------------------------------------------*
       HMF00.
	    MOVE 0 TO WS-IB-NIMTZA-SW.
	    IF IB-MONEH > 0
		   PERFORM HMF1-HASHVAAT-IB VARYING I-IB-NIMTZA
		    FROM 1 BY 1
		    UNTIL I-IB-NIMTZA > IB-MONEH OR WS-IB-NIMTZA.
	    IF WS-IB-NIMTZA
		   SUBTRACT 1 FROM I-IB-NIMTZA.
	    GO TO HMF-EXIT.
      *===============================================================*
       HMF1-HASHVAAT-IB.
	    IF IB-SOURCE(I-IB-NIMTZA) = WS-SOURCE-MEVUKASH
	       AND IB-YESH-KOVETZ(I-IB-NIMTZA)
		   SET WS-IB-NIMTZA TO TRUE.
       HMF1-END.
       HMF-EXIT. EXIT.
      *===============================================================*
      * RECORDS ONE BREAK OF KIND WS-PERA-SUG FOR THE ACCOUNT IN
      * WS-CHESHBON-MEVUKASH AT BANK I-IB-CHESHBON.
      *===============================================================*
       HMG-RISHUM-PERA		       SECTION.
      *---------------------------------------------------------------*
       HMG00.
	    IF PN-MONEH = 2000
		   DISPLAY 'HATAMA FOUND MORE THAN 2000 BREAKS, '
		     'ENLARGE PN-TAVLAT-PEARIM'
		   STOP RUN.
	    ADD 1 TO PN-MONEH.
	    MOVE I-IB-CHESHBON TO PN-BANK(PN-MONEH).
	    MOVE WS-CHESHBON-MEVUKASH TO PN-CHESHBON(PN-MONEH).
	    MOVE WS-PERA-SUG TO PN-SUG(PN-MONEH).
	    MOVE WS-PERA-SHELANU TO PN-SHELANU(PN-MONEH).
	    MOVE WS-PERA-SHELAHEM TO PN-SHELAHEM(PN-MONEH).
	    MOVE WS-CHODESH TO PN-CHODESH-RISHON(PN-MONEH).
	    IF PN-RAK-ETZLAM(PN-MONEH)
		   ADD 1 TO IB-ETZLAM-COUNT(I-IB-CHESHBON)
	    ELSE IF PN-RAK-ETZLENU(PN-MONEH)
		   ADD 1 TO IB-ETZLENU-COUNT(I-IB-CHESHBON)
	    ELSE
		   ADD 1 TO IB-HEFRESH-COUNT(I-IB-CHESHBON)
	    END-IF.
       HMG-EXIT. EXIT.
      *===============================================================*
      * LOOKS UP WS-CHESHBON-MEVUKASH AMONG THE CLOSING BALANCES OF
      * BANK I-IB-NIMTZA.
      *===============================================================*
       HMH-CHIPUS-BT		       SECTION.
      *---------------------------------------------------------------*
       HMH00.
	    MOVE 0 TO WS-BT-NIMTZA-SW.
	    IF BT-MONEH > 0
		   PERFORM HMH1-HASHVAAT-BT VARYING I-BT FROM 1 BY 1
		    UNTIL I-BT > BT-MONEH OR WS-BT-NIMTZA.
	    IF WS-BT-NIMTZA
		   SUBTRACT 1 FROM I-BT.
	    GO TO HMH-EXIT.
      *===============================================================*
       HMH1-HASHVAAT-BT.
	    IF BT-CHESHBON(I-BT) = WS-CHESHBON-MEVUKASH
	       AND BT-BANK(I-BT) = I-IB-NIMTZA
		   SET WS-BT-NIMTZA TO TRUE.
       HMH1-END.
       HMH-EXIT. EXIT.
      *===============================================================*
      * LOOKS UP WS-SOURCE-MEVUKASH AND WS-CHESHBON-MEVUKASH AMONG THE
      * BREAKS OPEN AFTER THE LAST RUN.
      *===============================================================*
       HMJ-CHIPUS-PY		       SECTION.
      *---------------------------------------------------------------*
       HMJ00.
	    MOVE 0 TO WS-PY-NIMTZA-SW.
	    IF PY-MONEH > 0
		   PERFORM HMJ1-HASHVAAT-PY VARYING I-PY FROM 1 BY 1
		    UNTIL I-PY > PY-MONEH OR WS-PY-NIMTZA.
	    IF WS-PY-NIMTZA
		   SUBTRACT 1 FROM I-PY.
	    GO TO HMJ-EXIT.
      *===============================================================*
       HMJ1-HASHVAAT-PY.
	    IF PY-SOURCE(I-PY) = WS-SOURCE-MEVUKASH
	       AND PY-CHESHBON(I-PY) = WS-CHESHBON-MEVUKASH
		   SET WS-PY-NIMTZA TO TRUE.
       HMJ1-END.
       HMJ-EXIT. EXIT.
      *===============================================================*
      * TRANSLATES AN INTERNAL STREAM NAME (WS-SOURCE-MEVUKASH) INTO
      * THE REGISTERED INSTITUTION NAME.  AN UNREGISTERED SOURCE
      * FALLS BACK TO THE STREAM NAME ITSELF.
      *===============================================================*
       HMK-CHIPUS-BANK		       SECTION.
      *---------------------------------------------------------------*
       HMK00.
	    MOVE 0 TO WS-BN-NIMTZA-SW.
	    MOVE WS-SOURCE-MEVUKASH TO WS-SHEM-BANK.
	    IF BN-MONEH > 0
		   PERFORM HMK1-HASHVAAT-BANK VARYING I-BN FROM 1 BY 1
		    UNTIL I-BN > BN-MONEH OR WS-BN-NIMTZA.
	    GO TO HMK-EXIT.
      *===============================================================*
       HMK1-HASHVAAT-BANK.
	    IF BN-SOURCE(I-BN) = WS-SOURCE-MEVUKASH
		   SET WS-BN-NIMTZA TO TRUE
		   MOVE BN-SHEM-MALE(I-BN) TO WS-SHEM-BANK.
       HMK1-END.
       HMK-EXIT. EXIT.
      *===============================================================*
       HMZA-ATCHALAT-HATAMA	       SECTION.
      *---------------------------------------------------------------*
       HMZA00.
	    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
	    ACCEPT WS-RUN-TIME FROM TIME.
	    MOVE WS-RUN-YYYY TO WS-CH-YYYY.
	    MOVE WS-RUN-MM TO WS-CH-MM.
	    IF WS-CH-MM = 1
		   MOVE 12 TO WS-CH-MM
		   SUBTRACT 1 FROM WS-CH-YYYY
	    ELSE
		   SUBTRACT 1 FROM WS-CH-MM.
	    MOVE WS-CHODESH TO WS-CHODESH-YT.
	    PERFORM HMZA1-KRIAT-PARAMETRIM.
	    PERFORM HMZA2-KRIAT-BANKIM.
	    PERFORM HMZA4-KRIAT-CHESHBONOT.
	    PERFORM HMZA6-KRIAT-ISHURIM VARYING I-IB FROM 1 BY 1
	     UNTIL I-IB > IB-MONEH.
	    IF WS-BANK-CHASER-COUNT = IB-MONEH
		   DISPLAY 'HATAMA: *** AF KOVETZ ISHUR LO HITKABEL'
		     ' -- SIYUM ***'
		   STOP RUN.
	    PERFORM HMZA8-KRIAT-PEARIM.
	    OPEN INPUT YT-BANK.
	    IF MH-YT-FILE-NOT-FOUND
		   DISPLAY 'HATAMA: *** EIN ' WS-YT-FILE-NAME ' ***'
		   STOP RUN.
	    IF NOT MH-YT-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING YT-BANK, FILE STATUS = '
		     MH-YT-FILE-STATUS
		   STOP RUN.
	    OPEN INPUT KM-BANK.
	    IF MH-KM-FILE-NOT-FOUND
		   DISPLAY 'HATAMA: AZHARA -- EIN ' WS-KM-FILE-NAME
		   DISPLAY 'HATAMA: BANK HA-CHESHBON LEFI CHESHBON.DAT'
		     ' BILVAD'
		   MOVE 9 TO SW-KM-SW
	    ELSE IF NOT MH-KM-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING KM-BANK, FILE STATUS = '
		     MH-KM-FILE-STATUS
		   STOP RUN
	    ELSE
		   PERFORM HMA1-KRIAT-KM
	    END-IF.
	    OPEN OUTPUT DO-BANK.
	    IF NOT MH-DO-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING DO-BANK, FILE STATUS = '
		     MH-DO-FILE-STATUS
		   STOP RUN.
	    MOVE SPACES TO DO-REC.
	    STRING 'HATAMAT YITROT MUL HA-BANKIM, CHODESH '
	     DELIMITED BY SIZE
	     WS-CHODESH DELIMITED BY SIZE
	     ', TAARICH ' DELIMITED BY SIZE
	     WS-RUN-DATE DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    DISPLAY DO-REC.
	    MOVE SPACES TO DO-REC.
	    STRING 'SNAPSHOT ' DELIMITED BY SIZE
	     WS-YT-FILE-NAME DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
       HMZA-EXIT. EXIT.
      *===============================================================*
      * THE PARAMETER FILE IS REQUIRED: WITHOUT IT NO BANK IS NAMED
      * AND THERE IS NOTHING TO CONFIRM.
      *===============================================================*
       HMZA1-KRIAT-PARAMETRIM	       SECTION.
      *---------------------------------------------------------------*
       HMZA05-KRIAT-PARAMETRIM.
	    OPEN INPUT PM-BANK.
	    IF MH-PM-FILE-NOT-FOUND
		   DISPLAY 'HATAMA: *** EIN HATAMA.PRM -- AF BANK LO '
		     'HUGDAR ***'
		   STOP RUN.
	    IF NOT MH-PM-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING PM-BANK, FILE STATUS = '
		     MH-PM-FILE-STATUS
		   STOP RUN.
	    READ PM-BANK
		   AT END
		     DISPLAY 'HATAMA: *** HATAMA.PRM REIK ***'
		     STOP RUN.
	    IF PM-BANK-COUNT NOT NUMERIC
	       OR PM-BANK-COUNT = 0
	       OR PM-BANK-COUNT > 5
		   DISPLAY 'HATAMA: MISPAR BANKIM PASUL BE-HATAMA.PRM: '
		     PM-BANK-COUNT
		   STOP RUN.
	    MOVE PM-BANK-COUNT TO IB-MONEH.
	    PERFORM HMZA11-BANK-PRM VARYING I-IB FROM 1 BY 1
	     UNTIL I-IB > IB-MONEH.
	    IF PM-YT-FILE NOT = SPACES
		   MOVE PM-YT-FILE TO WS-YT-FILE-NAME.
	    IF PM-KM-FILE NOT = SPACES
		   MOVE PM-KM-FILE TO WS-KM-FILE-NAME.
	    IF PM-CHODESH NOT = SPACES
		   IF PM-CHODESH NUMERIC
			 MOVE PM-CHODESH TO WS-CHODESH-X
		   ELSE
			 DISPLAY 'HATAMA: CHODESH PASUL: ' PM-CHODESH
			 STOP RUN.
	    IF WS-CH-MM < 1 OR WS-CH-MM > 12
		   DISPLAY 'HATAMA: CHODESH PASUL: ' WS-CHODESH
		   STOP RUN.
	    IF PM-CHODESH-YT NOT = SPACES
		   IF PM-CHODESH-YT NUMERIC
			 MOVE PM-CHODESH-YT TO WS-CHODESH-YT
		   ELSE
			 DISPLAY 'HATAMA: CHODESH PASUL: ' PM-CHODESH-YT
			 STOP RUN.
	    IF WS-CHODESH NOT = WS-CHODESH-YT
		   DISPLAY 'HATAMA: *** TMUNAT YITRA ' WS-YT-FILE-NAME
		   DISPLAY 'HATAMA: *** HI LE-CHODESH ' WS-CHODESH-YT
		     ' VE-LO LE-CHODESH ' WS-CHODESH ' -- SIYUM ***'
		   STOP RUN.
	    CLOSE PM-BANK.
       HMZA05-EXIT. EXIT.
      *===============================================================*
       HMZA11-BANK-PRM.
	    MOVE PM-SOURCE(I-IB) TO IB-SOURCE(I-IB).
	    MOVE PM-ISHUR-FILE(I-IB) TO IB-FILE(I-IB).
       HMZA11-END.
      *===============================================================*
       HMZA2-KRIAT-BANKIM	       SECTION.
      *---------------------------------------------------------------*
       HMZA10-KRIAT-BANKIM.
	    OPEN INPUT BR-BANK.
	    IF MH-BR-FILE-NOT-FOUND
		   GO TO HMZA10-EXIT.
	    IF NOT MH-BR-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING BR-BANK, FILE STATUS = '
		     MH-BR-FILE-STATUS
		   STOP RUN.
	    PERFORM HMZA3-TEINAT-BANK
	     UNTIL MH-BR-FILE-STATUS NOT = '00'.
	    CLOSE BR-BANK.
       HMZA10-EXIT. EXIT.
      *===============================================================*
       HMZA3-TEINAT-BANK	       SECTION.
      *---------------------------------------------------------------*
       HMZA15-TEINAT-BANK.
	    READ BR-BANK
		   AT END
		     GO TO HMZA15-EXIT.
	    IF BN-MONEH = 20
		   DISPLAY 'BANKIM.DAT HOLDS MORE THAN 20 BANKIM, '
		     'ENLARGE BN-TAVLAT-BANKIM'
		   STOP RUN.
	    ADD 1 TO BN-MONEH.
	    MOVE BR-SOURCE TO BN-SOURCE(BN-MONEH).
	    MOVE BR-SHEM-MALE TO BN-SHEM-MALE(BN-MONEH).
	    MOVE BR-SNIF TO BN-SNIF(BN-MONEH).
	    MOVE BR-MATZAV TO BN-MATZAV(BN-MONEH).
       HMZA15-EXIT. EXIT.
      *===============================================================*
      * WITHOUT THE ACCOUNT MASTER EVERY ACCOUNT IS PLACED BY THE
      * KM-SOURCE OF ITS MOVEMENTS; THE RUN SAYS SO.
      *===============================================================*
       HMZA4-KRIAT-CHESHBONOT	       SECTION.
      *---------------------------------------------------------------*
       HMZA20-KRIAT-CHESHBONOT.
	    OPEN INPUT CB-BANK.
	    IF MH-CB-FILE-NOT-FOUND
		   DISPLAY 'HATAMA: AZHARA -- EIN A:CHESHBON.DAT'
		   DISPLAY 'HATAMA: BANK HA-CHESHBON LEFI KM-SOURCE '
		     'BILVAD'
		   GO TO HMZA20-EXIT.
	    IF NOT MH-CB-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING CB-BANK, FILE STATUS = '
		     MH-CB-FILE-STATUS
		   STOP RUN.
	    PERFORM HMZA5-TEINAT-CHESHBON
	     UNTIL MH-CB-FILE-STATUS NOT = '00'.
	    CLOSE CB-BANK.
       HMZA20-EXIT. EXIT.
      *===============================================================*
       HMZA5-TEINAT-CHESHBON	       SECTION.
      *---------------------------------------------------------------*
       HMZA25-TEINAT-CHESHBON.
	    READ CB-BANK
		   AT END
		     GO TO HMZA25-EXIT.
	    IF CT-MONEH = 3000
		   DISPLAY 'CHESHBON.DAT HOLDS MORE THAN 3000 ACCOUNTS,'
		     ' ENLARGE CT-TAVLAT-CHESHBONOT'
		   STOP RUN.
	    ADD 1 TO CT-MONEH.
	    MOVE CB-CHESHBON TO CT-CHESHBON(CT-MONEH).
	    MOVE CB-SOURCE TO CT-SOURCE(CT-MONEH).
       HMZA25-EXIT. EXIT.
      *===============================================================*
      * LOADS ONE BANK'S CONFIRMATION FILE.  A RECORD WHOSE CHESHBON
      * OR BALANCE IS NOT NUMERIC, ONE DATED IN ANOTHER MONTH, AND A
      * SECOND RECORD FOR THE SAME CHESHBON ARE COUNTED AND SKIPPED.
      *===============================================================*
       HMZA6-KRIAT-ISHURIM	       SECTION.
      *---------------------------------------------------------------*
       HMZA30-KRIAT-ISHURIM.
	    MOVE IB-FILE(I-IB) TO WS-BI-FILE-NAME.
	    OPEN INPUT BI-BANK.
	    IF MH-BI-FILE-NOT-FOUND
		   DISPLAY 'HATAMA: AZHARA -- EIN ' WS-BI-FILE-NAME
		   DISPLAY 'HATAMA: ' IB-SOURCE(I-IB)
		     ' LO YUTAM HA-CHODESH'
		   ADD 1 TO WS-BANK-CHASER-COUNT
		   GO TO HMZA30-EXIT.
	    IF NOT MH-BI-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING BI-BANK, FILE STATUS = '
		     MH-BI-FILE-STATUS
		   STOP RUN.
	    MOVE 1 TO IB-KOVETZ-SW(I-IB).
	    MOVE 0 TO SW-BI-SW.
	    PERFORM HMZA7-TEINAT-ISHUR UNTIL SW-SOF-BI.
	    CLOSE BI-BANK.
       HMZA30-EXIT. EXIT.
      *===============================================================*
       HMZA7-TEINAT-ISHUR	       SECTION.
      *---------------------------------------------------------------*
       HMZA35-TEINAT-ISHUR.
	    READ BI-BANK
		   AT END
		     MOVE 9 TO SW-BI-SW
		     GO TO HMZA35-EXIT.
	    ADD 1 TO IB-READ-COUNT(I-IB).
	    ADD 1 TO WS-BI-READ-COUNT.
	    IF BI-CHESHBON NOT NUMERIC
	       OR BI-SGIRA NOT NUMERIC
		   ADD 1 TO IB-PASUL-COUNT(I-IB)
		   GO TO HMZA35-EXIT.
	    IF BI-MM NOT = WS-CH-MM
	       OR BI-YY NOT = WS-CH-YYYY
		   ADD 1 TO IB-CHODESH-ACHER-COUNT(I-IB)
		   GO TO HMZA35-EXIT.
	    MOVE BI-CHESHBON TO WS-CHESHBON-MEVUKASH.
	    MOVE I-IB TO I-IB-NIMTZA.
	    PERFORM HMH-CHIPUS-BT.
	    IF WS-BT-NIMTZA
		   ADD 1 TO IB-KEFEL-COUNT(I-IB)
		   GO TO HMZA35-EXIT.
	    IF BT-MONEH = 5000
		   DISPLAY 'THE CONFIRMATION FILES HOLD MORE THAN 5000 '
		     'BALANCES, ENLARGE BT-TAVLAT-ISHURIM'
		   STOP RUN.
	    ADD 1 TO BT-MONEH.
	    MOVE I-IB TO BT-BANK(BT-MONEH).
	    MOVE BI-CHESHBON TO BT-CHESHBON(BT-MONEH).
	    MOVE BI-SGIRA TO BT-SGIRA(BT-MONEH).
	    MOVE 0 TO BT-NIMTZA-SW(BT-MONEH).
	    ADD BI-SGIRA TO IB-SGIRA-SHELAHEM(I-IB).
	    ADD BI-SGIRA TO WS-SGIRA-SHELAHEM-TOTAL.
       HMZA35-EXIT. EXIT.
      *===============================================================*
      * LOADS THE BREAKS LEFT OPEN BY THE LAST RUN.  THE VERY FIRST
      * RUN FINDS NO FILE AND STARTS WITH NONE.
      *===============================================================*
       HMZA8-KRIAT-PEARIM	       SECTION.
      *---------------------------------------------------------------*
       HMZA40-KRIAT-PEARIM.
	    OPEN INPUT PR-BANK.
	    IF MH-PR-FILE-NOT-FOUND
		   GO TO HMZA40-EXIT.
	    IF NOT MH-PR-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING PR-BANK, FILE STATUS = '
		     MH-PR-FILE-STATUS
		   STOP RUN.
	    PERFORM HMZA9-TEINAT-PERA
	     UNTIL MH-PR-FILE-STATUS NOT = '00'.
	    CLOSE PR-BANK.
       HMZA40-EXIT. EXIT.
      *===============================================================*
       HMZA9-TEINAT-PERA	       SECTION.
      *---------------------------------------------------------------*
       HMZA45-TEINAT-PERA.
	    READ PR-BANK
		   AT END
		     GO TO HMZA45-EXIT.
	    IF PY-MONEH = 2000
		   DISPLAY 'HATAMA.PAR HOLDS MORE THAN 2000 BREAKS, '
		     'ENLARGE PY-TAVLAT-PEARIM'
		   STOP RUN.
	    ADD 1 TO PY-MONEH.
	    ADD 1 TO WS-PR-READ-COUNT.
	    MOVE PR-REC TO PY-REC(PY-MONEH).
	    MOVE 0 TO PY-BANK(PY-MONEH).
	    MOVE SPACE TO PY-MATZAV(PY-MONEH).
       HMZA45-EXIT. EXIT.
      *===============================================================*
      * WRITES THE OPEN BREAKS BACK -- THOSE CARRIED FROM BANKS THAT
      * DID NOT CONFIRM, THEN EVERY BREAK FOUND THIS RUN -- AND PRINTS
      * THE RUN SUMMARY, THE AUDIT LINE AND THE STEP-CONTROL RECORD.
      *===============================================================*
       HMZZ-SIYOM-HATAMA	       SECTION.
      *---------------------------------------------------------------*
       HMZZ00.
	    CLOSE YT-BANK.
	    IF NOT MH-KM-FILE-NOT-FOUND
		   CLOSE KM-BANK.
	    OPEN OUTPUT PR-BANK.
	    IF NOT MH-PR-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING PR-BANK, FILE STATUS = '
		     MH-PR-FILE-STATUS
		   STOP RUN.
	    PERFORM HMZZ1-KTIVAT-HUAVAR VARYING I-PY FROM 1 BY 1
	     UNTIL I-PY > PY-MONEH.
	    PERFORM HMZZ2-KTIVAT-PERA VARYING I-PN FROM 1 BY 1
	     UNTIL I-PN > PN-MONEH.
	    CLOSE PR-BANK.
	    MOVE ALL '=' TO DO-REC.
	    WRITE DO-REC.
	    MOVE SPACES TO DO-REC.
	    STRING 'HATAMA SUMMARY, CHODESH ' DELIMITED BY SIZE
	     WS-CHODESH DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    DISPLAY DO-REC.
	    MOVE WS-YT-READ-COUNT TO WS-D-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING 'SNAPSHOT ACCOUNTS READ ........ ' DELIMITED BY SIZE
	     WS-D-COUNT DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    DISPLAY DO-REC.
	    MOVE WS-LO-NIVDAK-COUNT TO WS-D-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING 'NOT AT A CONFIRMING BANK ...... ' DELIMITED BY SIZE
	     WS-D-COUNT DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    DISPLAY DO-REC.
	    MOVE WS-BI-READ-COUNT TO WS-D-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING 'CONFIRMATION RECORDS READ ..... ' DELIMITED BY SIZE
	     WS-D-COUNT DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    DISPLAY DO-REC.
	    MOVE PN-MONEH TO WS-D-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING 'BREAKS OPEN AT THIS RUN ....... ' DELIMITED BY SIZE
	     WS-D-COUNT DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    DISPLAY DO-REC.
	    MOVE WS-CHADASH-COUNT TO WS-D-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING 'OF WHICH FOUND THIS MONTH ..... ' DELIMITED BY SIZE
	     WS-D-COUNT DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    DISPLAY DO-REC.
	    MOVE WS-NISGAR-COUNT TO WS-D-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING 'BREAKS CLEARED ................ ' DELIMITED BY SIZE
	     WS-D-COUNT DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    DISPLAY DO-REC.
	    MOVE WS-HUAVAR-COUNT TO WS-D-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING 'CARRIED, BANK DID NOT CONFIRM . ' DELIMITED BY SIZE
	     WS-D-COUNT DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    DISPLAY DO-REC.
	    MOVE WS-PR-WRITE-COUNT TO WS-D-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING 'BREAKS WRITTEN TO HATAMA.PAR .. ' DELIMITED BY SIZE
	     WS-D-COUNT DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    DISPLAY DO-REC.
	    CLOSE DO-BANK.
	    PERFORM HMZZ3-KTIVAT-AUDIT.
	    PERFORM HMZZ4-KTIVAT-BAKARA.
       HMZZ-EXIT. EXIT.
      *===============================================================*
       HMZZ1-KTIVAT-HUAVAR	       SECTION.
      *---------------------------------------------------------------*
       HMZZ10-KTIVAT-HUAVAR.
	    IF NOT PY-HUAVAR(I-PY)
		   GO TO HMZZ10-EXIT.
	    MOVE PY-REC(I-PY) TO PR-REC.
	    WRITE PR-REC.
	    ADD 1 TO WS-PR-WRITE-COUNT.
       HMZZ10-EXIT. EXIT.
      *===============================================================*
       HMZZ2-KTIVAT-PERA	       SECTION.
      *---------------------------------------------------------------*
       HMZZ20-KTIVAT-PERA.
	    MOVE IB-SOURCE(PN-BANK(I-PN)) TO PR-SOURCE.
	    MOVE PN-CHESHBON(I-PN) TO PR-CHESHBON.
	    MOVE PN-SUG(I-PN) TO PR-SUG.
	    MOVE PN-SHELANU(I-PN) TO PR-SHELANU.
	    MOVE PN-SHELAHEM(I-PN) TO PR-SHELAHEM.
	    MOVE PN-CHODESH-RISHON(I-PN) TO PR-CHODESH-RISHON.
	    MOVE WS-CHODESH TO PR-CHODESH-ACHARON.
	    WRITE PR-REC.
	    ADD 1 TO WS-PR-WRITE-COUNT.
       HMZZ20-EXIT. EXIT.
      *===============================================================*
       HMZZ3-KTIVAT-AUDIT	       SECTION.
      *---------------------------------------------------------------*
       HMZZ30-KTIVAT-AUDIT.
	    OPEN EXTEND AT-BANK.
	    IF MH-AT-FILE-NOT-FOUND
		   OPEN OUTPUT AT-BANK
	    END-IF.
	    IF NOT MH-AT-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING AT-BANK, FILE STATUS = '
		     MH-AT-FILE-STATUS
		   STOP RUN.
	    MOVE SPACES TO AT-REC.
	    STRING 'HATAMA RUN ' DELIMITED BY SIZE
	     WS-RUN-DATE DELIMITED BY SIZE
	     ' ' DELIMITED BY SIZE
	     WS-RUN-TIME DELIMITED BY SIZE
	     ' CHODESH ' DELIMITED BY SIZE
	     WS-CHODESH DELIMITED BY SIZE
	     ' PEARIM ' DELIMITED BY SIZE
	     PN-MONEH DELIMITED BY SIZE
	     ' NISGERU ' DELIMITED BY SIZE
	     WS-NISGAR-COUNT DELIMITED BY SIZE INTO AT-SHURA.
	    MOVE WS-MAFIL TO AT-MAFIL.
	    WRITE AT-REC.
	    CLOSE AT-BANK.
       HMZZ30-EXIT. EXIT.
      *===============================================================*
      * THE STEP-CONTROL RECORD: CONFIRMATION RECORDS IN, BREAKS OUT,
      * AND THE BANKS' CLOSING BALANCE TOTAL.
      *===============================================================*
       HMZZ4-KTIVAT-BAKARA	       SECTION.
      *---------------------------------------------------------------*
       HMZZ40-KTIVAT-BAKARA.
	    OPEN EXTEND BC-BANK.
	    IF MH-BC-FILE-NOT-FOUND
		   OPEN OUTPUT BC-BANK
	    END-IF.
	    IF NOT MH-BC-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING BC-BANK, FILE STATUS = '
		     MH-BC-FILE-STATUS
		   STOP RUN.
	    MOVE 'HATAMA' TO BC-SHELEV.
	    MOVE WS-RUN-DATE TO BC-RUN-DATE.
	    MOVE WS-RUN-TIME TO BC-RUN-TIME.
	    MOVE SPACES TO BC-STREAM.
	    MOVE WS-BI-READ-COUNT TO BC-IN-COUNT.
	    MOVE WS-PR-WRITE-COUNT TO BC-OUT-COUNT.
	    MOVE WS-SGIRA-SHELAHEM-TOTAL TO BC-SCHOM.
	    WRITE BC-REC.
	    CLOSE BC-BANK.
       HMZZ40-EXIT. EXIT.
