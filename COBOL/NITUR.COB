       IDENTIFICATION		       DIVISION.
      *****************************************************************
       PROGRAM-ID.		       NITUR.
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
	    SELECT KM-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-KM-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *===============================================================*
	    SELECT SB-BANK
	     ASSIGN TO DISK.
      *===============================================================*
	    SELECT LK-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-LK-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *===============================================================*
	    SELECT HI-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-HI-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *===============================================================*
	    SELECT CS-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-CS-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *===============================================================*
	    SELECT DO-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-DO-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *===============================================================*
	    SELECT PM-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-PM-FILE-STATUS
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
      *****************************************************************
       DATA			       DIVISION.
      *****************************************************************
       FILE			       SECTION.
      *---------------------------------------------------------------*
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
      * TONIGHT'S MOVEMENTS WORTH WATCHING AND THE HISTORY OF EARLIER
      * NIGHTS, BROUGHT TOGETHER BY CUSTOMER AND IN DATE ORDER.
      * SB-MAKOR 'H' IS A HISTORY ENTRY, 'L' A MOVEMENT OF TONIGHT.
      *===============================================================*
       SD SB-BANK.
       01 SB-REC.
	 03 SB-TZ		       PIC X(10).
	 03 SB-YAMIM		       PIC 9(7).
	 03 SB-MAKOR		       PIC X(1).
	 03 SB-CHESHBON 	       PIC 9(10).
	 03 SB-SHEM		       PIC X(10).
	 03 SB-SOURCE		       PIC X(10).
	 03 SB-DATE		       PIC 9(8).
	 03 SB-KOD		       PIC 9(1).
	 03 SB-SCHOM		       PIC S9(7)V99.
	 03 SB-TAARICH-ESEK	       PIC 9(8).
      *===============================================================*
      * THE CUSTOMER MASTER.  ONE RECORD PER TZ: HOW MANY ACCOUNTS,
      * AT HOW MANY SOURCE BANKS, THE TOTAL SCHOM ACROSS ALL OF THEM,
      * AND UP TO 20 ACCOUNT/SOURCE PAIRS.
      *===============================================================*
       FD LK-BANK
	   VALUE OF FILE-ID WS-LK-FILE-NAME
	   LABEL RECORD STANDARD.
       01 LK-REC.
	 03 LK-TZ		       PIC X(10).
	 03 LK-SHEM		       PIC X(10).
	 03 LK-CHESHBON-COUNT	       PIC 9(3).
	 03 LK-SOURCE-COUNT	       PIC 9(1).
	 03 LK-SCHOM-TOTAL	       PIC S9(9)V99
				 SIGN LEADING SEPARATE.
	 03 LK-PRATIM OCCURS 20 TIMES.
	   05 LK-P-CHESHBON	       PIC 9(10).
	   05 LK-P-SOURCE	       PIC X(10).
      *===============================================================*
      * THE MONITORING HISTORY: EVERY MOVEMENT JUST UNDER THE
      * REPORTING THRESHOLD AND EVERY LARGE CREDIT OF THE LAST NIGHTS,
      * UNDER THE TZ IT WAS WATCHED FOR, WITH THE BUSINESS DATE OF THE
      * NIGHT THAT SAW IT.  REWRITTEN EVERY RUN WITHOUT THE ENTRIES
      * THAT HAVE FALLEN OUT OF THE LONGER OF THE TWO WINDOWS.
      *===============================================================*
       FD HI-BANK
	   VALUE OF FILE-ID 'A:NITUR.HIS'
	   LABEL RECORD STANDARD.
       01 HI-REC.
	 03 HI-TZ		       PIC X(10).
	 03 HI-CHESHBON 	       PIC 9(10).
	 03 HI-SHEM		       PIC X(10).
	 03 HI-SOURCE		       PIC X(10).
	 03 HI-DATE.
	   05 HI-DD		       PIC 9(2).
	   05 HI-MM		       PIC 9(2).
	   05 HI-YY		       PIC 9(4).
	 03 HI-KOD		       PIC 9(1).
	 03 HI-SCHOM		       PIC S9(7)V99
				 SIGN LEADING SEPARATE.
	 03 HI-TAARICH-ESEK	       PIC 9(8).
      *===============================================================*
      * THE COMPLIANCE CASE FILE, ONE LINE PER CASE, SHARED WITH THE
      * SKIRA REVIEW SCREEN AND THE DIVUACH REGULATOR RUN.
      * CS-SUG 'G' A SINGLE MOVEMENT OVER THE REPORTING THRESHOLD,
      * 'P' SEVERAL MOVEMENTS JUST UNDER IT INSIDE THE WINDOW, 'M' A
      * LARGE CREDIT FOLLOWED BY A MATCHING DEBIT.  THE CHESHBON,
      * DATE AND SCHOM ARE THOSE OF THE MOVEMENT THAT OPENED THE CASE;
      * THE KASHUR FIELDS NAME THE RELATED MOVEMENT -- THE CREDIT OF
      * AN 'M' CASE, THE FIRST MOVEMENT OF THE WINDOW OF A 'P' CASE.
      * CS-MATZAV 'O' OPEN, 'R' REVIEWED, 'P' REPORTED, 'D' DISMISSED;
      * CS-TAARICH-DIVUACH IS THE DATE A REPORTED CASE WENT TO THE
      * REGULATOR, ZERO UNTIL IT DOES.
      *===============================================================*
       FD CS-BANK
	   VALUE OF FILE-ID 'A:TIKIM.DAT'
	   LABEL RECORD STANDARD.
       01 CS-REC.
	 03 CS-MISPAR		       PIC 9(7).
	 03 CS-TAARICH-PTICHA	       PIC 9(8).
	 03 CS-SUG		       PIC X(1).
	 03 CS-TZ		       PIC X(10).
	 03 CS-SHEM		       PIC X(10).
	 03 CS-CHESHBON 	       PIC 9(10).
	 03 CS-SOURCE		       PIC X(10).
	 03 CS-DATE		       PIC 9(8).
	 03 CS-KOD		       PIC 9(1).
	 03 CS-SCHOM		       PIC S9(7)V99
				 SIGN LEADING SEPARATE.
	 03 CS-TNUOT-COUNT	       PIC 9(3).
	 03 CS-SCHOM-TOTAL	       PIC S9(9)V99
				 SIGN LEADING SEPARATE.
	 03 CS-BANKIM-COUNT	       PIC 9(1).
	 03 CS-CHESHBON-KASHUR	       PIC 9(10).
	 03 CS-DATE-KASHUR	       PIC 9(8).
	 03 CS-MATZAV		       PIC X(1).
	 03 CS-TAARICH-MATZAV	       PIC 9(8).
	 03 CS-MAFIL		       PIC X(8).
	 03 CS-HEARA		       PIC X(30).
	 03 CS-TAARICH-DIVUACH	       PIC 9(8).
      *===============================================================*
       FD DO-BANK
	   VALUE OF FILE-ID 'A:NITUR.RPT'
	   LABEL RECORD STANDARD.
       01 DO-REC		       PIC X(72).
      *===============================================================*
      * THE THRESHOLDS AND WINDOWS, SET BY COMPLIANCE.  A FIELD LEFT
      * BLANK OR ZERO KEEPS ITS DEFAULT IN WS-SFAIM.  AMOUNTS ARE IN
      * AGOROT-EXACT SCHOM (9(7)V99), WINDOWS IN CALENDAR DAYS, THE
      * MATCH TOLERANCE IN PERCENT OF THE CREDIT.  PM-TAARICH-ESEK
      * DATES THE CASES WHEN A PAST NIGHT IS RE-MONITORED BY HAND.
      *===============================================================*
       FD PM-BANK
	   VALUE OF FILE-ID 'A:NITUR.PRM'
	   LABEL RECORD STANDARD.
       01 PM-REC.
	 03 PM-KM-FILE		       PIC X(40).
	 03 PM-LK-FILE		       PIC X(40).
	 03 PM-SAF-DIVUACH	       PIC 9(7)V99.
	 03 PM-SAF-KAROV	       PIC 9(7)V99.
	 03 PM-PITZUL-COUNT	       PIC 9(2).
	 03 PM-PITZUL-YAMIM	       PIC 9(3).
	 03 PM-MAAVAR-SCHOM	       PIC 9(7)V99.
	 03 PM-MAAVAR-YAMIM	       PIC 9(3).
	 03 PM-MAAVAR-SOTEH	       PIC 9(2).
	 03 PM-TAARICH-ESEK	       PIC 9(8).
      *===============================================================*
       FD MJ-BANK
	   VALUE OF FILE-ID 'A:MASLUL.JRN'
	   LABEL RECORD STANDARD.
       01 MJ-REC.
	 03 MJ-SHELEV		       PIC X(10).
	 03 MJ-DATE		       PIC 9(8).
	 03 MJ-TIME		       PIC 9(8).
	 03 MJ-MATZAV		       PIC X(8).
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
      *****************************************************************
       WORKING-STORAGE		       SECTION.
      *---------------------------------------------------------------*
       01 I-INDEXIM.
	 03 I-INDEX		       PIC 9(4) VALUE 0.
	 03 I-CL		       PIC 9(4) VALUE 0.
	 03 I-GT		       PIC 9(3) VALUE 0.
	 03 J-GT		       PIC 9(3) VALUE 0.
	 03 I-KT		       PIC 9(3) VALUE 0.
	 03 I-BK		       PIC 9(2) VALUE 0.
      *===============================================================*
       01 MH-MAPHTECHOT-HASHVAA.
	 03 MH-KM-FILE-STATUS	       PIC X(2).
	   88 MH-KM-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-KM-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-LK-FILE-STATUS	       PIC X(2).
	   88 MH-LK-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-LK-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-HI-FILE-STATUS	       PIC X(2).
	   88 MH-HI-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-HI-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-CS-FILE-STATUS	       PIC X(2).
	   88 MH-CS-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-CS-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-DO-FILE-STATUS	       PIC X(2).
	   88 MH-DO-FILE-STATUS-TAKIN  VALUE '00'.
	 03 MH-PM-FILE-STATUS	       PIC X(2).
	   88 MH-PM-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-PM-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-MJ-FILE-STATUS	       PIC X(2).
	   88 MH-MJ-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-MJ-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-AT-FILE-STATUS	       PIC X(2).
	   88 MH-AT-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-AT-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-BC-FILE-STATUS	       PIC X(2).
	   88 MH-BC-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-BC-FILE-NOT-FOUND     VALUE '35'.
      *===============================================================*
       01 WS-SHMOT-KVATSIM.
	 03 WS-KM-FILE-NAME	       PIC X(40)
					 VALUE 'A:MIZUG.DAT'.
	 03 WS-LK-FILE-NAME	       PIC X(40)
					 VALUE 'A:LAKOACH.DAT'.
      *===============================================================*
      * THE THRESHOLDS AND WINDOWS IN FORCE.  A MOVEMENT OF
      * WS-SAF-DIVUACH OR MORE IS REPORTABLE ON ITS OWN; ONE FROM
      * WS-SAF-KAROV UP TO JUST UNDER IT IS "JUST UNDER", AND
      * WS-PITZUL-COUNT OF THOSE WITHIN WS-PITZUL-YAMIM DAYS ARE
      * STRUCTURING.  A CREDIT OF WS-MAAVAR-SCHOM OR MORE FOLLOWED
      * WITHIN WS-MAAVAR-YAMIM DAYS BY A DEBIT WITHIN WS-MAAVAR-SOTEH
      * PERCENT OF IT IS A PASS-THROUGH.
      *===============================================================*
       01 WS-SFAIM.
	 03 WS-SAF-DIVUACH	       PIC 9(7)V99 VALUE 50000.00.
	 03 WS-SAF-KAROV	       PIC 9(7)V99 VALUE 45000.00.
	 03 WS-PITZUL-COUNT	       PIC 9(2) VALUE 3.
	 03 WS-PITZUL-YAMIM	       PIC 9(3) VALUE 7.
	 03 WS-MAAVAR-SCHOM	       PIC 9(7)V99 VALUE 20000.00.
	 03 WS-MAAVAR-YAMIM	       PIC 9(3) VALUE 3.
	 03 WS-MAAVAR-SOTEH	       PIC 9(2) VALUE 10.
      *===============================================================*
      * DERIVED FROM THE ABOVE: THE SMALLEST DEBIT THAT CAN MATCH A
      * LARGE CREDIT, AND THE LONGER WINDOW THE HISTORY MUST COVER.
      *===============================================================*
       01 WS-GZUROT.
	 03 WS-MAAVAR-MINIMUM	       PIC 9(7)V99.
	 03 WS-CHALON		       PIC 9(3).
	 03 WS-ESEK-YAMIM	       PIC 9(7).
	 03 WS-YAMIM-MINIMUM	       PIC 9(7).
      *===============================================================*
       01 WS-RUN-DATE		       PIC 9(8).
       01 WS-RUN-TIME		       PIC 9(8).
      *===============================================================*
      * THE BUSINESS DATE OF THE NIGHT: NITUR.PRM WHEN GIVEN, ELSE
      * THE NIGHT OPEN ON MASLUL.JRN, ELSE TODAY.  IT DATES THE CASES
      * AND THE HISTORY ENTRIES OF THE RUN.
      *===============================================================*
       01 WS-ESEK-SADOT.
	 03 WS-TAARICH-ESEK	       PIC 9(8) VALUE 0.
	 03 WS-ESEK-YOMAN	       PIC 9(8) VALUE 0.
	 03 WS-ESEK-PRM 	       PIC 9(8) VALUE 0.
      *===============================================================*
      * EVERY ACCOUNT LISTED IN THE CUSTOMER MASTER WITH ITS TZ AND
      * NAME.  AN ACCOUNT NOT IN LAKOACH.DAT KEEPS THE TZ AND NAME ON
      * ITS MOVEMENT.
      *===============================================================*
       01 CL-TAVLAT-CHESHBONOT.
	 03 CL-MONEH		       PIC 9(4) VALUE 0.
	 03 CL-ENTRY OCCURS 5000 TIMES.
	   05 CL-CHESHBON	       PIC 9(10).
	   05 CL-TZ		       PIC X(10).
	   05 CL-SHEM		       PIC X(10).
       01 WS-CL-NIMTZA-SW	       PIC 9 VALUE 0.
	 88 WS-CL-NIMTZA	       VALUE 1.
       01 SW-LK-SW		       PIC 9 VALUE 0.
	 88 SW-YESH-LK		       VALUE 1.
      *===============================================================*
      * THE CASES ALREADY OPENED FOR TONIGHT'S BUSINESS DATE, SO A
      * RERUN OF THE NIGHT DOES NOT OPEN THE SAME CASE TWICE, AND THE
      * HIGHEST CASE NUMBER ON THE FILE.
      *===============================================================*
       01 KT-TAVLAT-TIKIM.
	 03 KT-MONEH		       PIC 9(3) VALUE 0.
	 03 KT-ENTRY OCCURS 500 TIMES.
	   05 KT-SUG		       PIC X(1).
	   05 KT-TZ		       PIC X(10).
	   05 KT-CHESHBON	       PIC 9(10).
	   05 KT-DATE		       PIC 9(8).
	   05 KT-SCHOM		       PIC S9(7)V99.
       01 WS-KT-NIMTZA-SW	       PIC 9 VALUE 0.
	 88 WS-KT-NIMTZA	       VALUE 1.
       01 WS-MISPAR-ACHARON	       PIC 9(7) VALUE 0.
      *===============================================================*
      * THE CUSTOMER BEING EXAMINED: ALL OF ITS ENTRIES, HISTORY AND
      * TONIGHT, IN DATE ORDER.  GT-MUCHLAT IS THE SCHOM WITHOUT ITS
      * SIGN.
      *===============================================================*
       01 GT-TAVLAT-LAKOACH.
	 03 GT-TZ		       PIC X(10).
	 03 GT-MONEH		       PIC 9(3) VALUE 0.
	 03 GT-LAILA-COUNT	       PIC 9(3) VALUE 0.
	 03 GT-ENTRY OCCURS 300 TIMES.
	   05 GT-YAMIM		       PIC 9(7).
	   05 GT-MAKOR		       PIC X(1).
	     88 GT-HISTORIA	       VALUE 'H'.
	     88 GT-LAILA	       VALUE 'L'.
	   05 GT-CHESHBON	       PIC 9(10).
	   05 GT-SHEM		       PIC X(10).
	   05 GT-SOURCE 	       PIC X(10).
	   05 GT-DATE		       PIC 9(8).
	   05 GT-KOD		       PIC 9(1).
	   05 GT-SCHOM		       PIC S9(7)V99.
	   05 GT-MUCHLAT	       PIC 9(7)V99.
	   05 GT-TAARICH-ESEK	       PIC 9(8).
      *===============================================================*
      * THE STRUCTURING WINDOW OF THE CUSTOMER: IT ENDS ON THE LATEST
      * JUST-UNDER MOVEMENT OF TONIGHT.  BK HOLDS THE SOURCE BANKS THE
      * WINDOW TOUCHES.
      *===============================================================*
       01 WS-PITZUL-SADOT.
	 03 WS-PZ-SOF		       PIC 9(7) VALUE 0.
	 03 WS-PZ-TRIGGER	       PIC 9(3) VALUE 0.
	 03 WS-PZ-RISHON	       PIC 9(3) VALUE 0.
	 03 WS-PZ-COUNT 	       PIC 9(3) VALUE 0.
	 03 WS-PZ-SCHOM 	       PIC S9(9)V99 VALUE 0.
       01 BK-TAVLAT-BANKIM.
	 03 BK-MONEH		       PIC 9(2) VALUE 0.
	 03 BK-ENTRY OCCURS 10 TIMES.
	   05 BK-SOURCE 	       PIC X(10).
       01 WS-BK-NIMTZA-SW	       PIC 9 VALUE 0.
	 88 WS-BK-NIMTZA	       VALUE 1.
      *===============================================================*
      * THE CREDIT A DEBIT OF TONIGHT PASSES THROUGH, AND THE RANGE
      * OF DEBITS THAT MATCH IT.
      *===============================================================*
       01 WS-MAAVAR-SADOT.
	 03 WS-MV-ZCHUT 	       PIC 9(3) VALUE 0.
	 03 WS-MV-MIN		       PIC 9(7)V99.
	 03 WS-MV-MAX		       PIC 9(9)V99.
       01 WS-MV-NIMTZA-SW	       PIC 9 VALUE 0.
	 88 WS-MV-NIMTZA	       VALUE 1.
      *===============================================================*
      * THE CASE ABOUT TO BE OPENED.
      *===============================================================*
       01 WS-TIK-CHADASH.
	 03 WS-TC-SUG		       PIC X(1).
	 03 WS-TC-TRIGGER	       PIC 9(3).
	 03 WS-TC-KASHUR	       PIC 9(3).
	 03 WS-TC-TNUOT-COUNT	       PIC 9(3).
	 03 WS-TC-SCHOM-TOTAL	       PIC S9(9)V99.
	 03 WS-TC-BANKIM-COUNT	       PIC 9(1).
	 03 WS-TC-TEUR		       PIC X(12).
      *===============================================================*
      * A MOVEMENT DATE (DDMMYYYY AS ON THE MASTER) TAKEN APART.
      *===============================================================*
       01 WS-TAARICH-TNUA	       PIC 9(8).
       01 WS-TT-PEROT REDEFINES WS-TAARICH-TNUA.
	 03 WS-TT-DD		       PIC 9(2).
	 03 WS-TT-MM		       PIC 9(2).
	 03 WS-TT-YYYY		       PIC 9(4).
       01 WS-SCHOM-MUCHLAT	       PIC 9(7)V99.
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
       01 WS-MONIM-NITUR.
	 03 WS-KM-COUNT 	       PIC 9(7) VALUE 0.
	 03 WS-KM-SCHOM-TOTAL	       PIC S9(11)V99 VALUE 0.
	 03 WS-NIVCHAN-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-LO-BE-LK-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-HI-READ-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-HI-YASHAN-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-HI-HALAILA-COUNT        PIC 9(7) VALUE 0.
	 03 WS-HI-WRITE-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-LAKOACH-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-GADOL-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-PITZUL-TIK-COUNT        PIC 9(7) VALUE 0.
	 03 WS-MAAVAR-TIK-COUNT        PIC 9(7) VALUE 0.
	 03 WS-TIKIM-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-KAYAM-COUNT	       PIC 9(7) VALUE 0.
      *===============================================================*
       01 WS-DIVUACH-SADOT.
	 03 WS-D-COUNT		       PIC ZZZZZZ9.
	 03 WS-D-SCHOM		       PIC -----------9.99.
	 03 WS-D-SCHOM-TNUA	       PIC --------9.99.
	 03 WS-D-TAARICH.
	   05 WS-D-DD		       PIC 9(2).
	   05 FILLER		       PIC X(1) VALUE '/'.
	   05 WS-D-MM		       PIC 9(2).
	   05 FILLER		       PIC X(1) VALUE '/'.
	   05 WS-D-YYYY 	       PIC 9(4).
      *===============================================================*
       01 SW-SWITCHIM.
	 03 SW-KM		       PIC 9 VALUE 0.
	   88 SW-SOF-KM 	       VALUE 9.
	 03 SW-MIYUN		       PIC 9 VALUE 0.
	   88 SW-SOF-MIYUN	       VALUE 9.
	 03 SW-MJ-SW		       PIC 9 VALUE 0.
	   88 SW-SOF-MJ 	       VALUE 9.
      *===============================================================*
      * UNATTENDED BATCH STEP: THE AUDIT RECORDS CARRY THIS ID IN
      * PLACE OF A SIGNED-ON OPERATOR.
      *===============================================================*
       01 WS-MAFIL		       PIC X(8) VALUE 'BATCH'.
      *****************************************************************
       PROCEDURE		       DIVISION.
      *****************************************************************
      * LARGE-TRANSACTION AND STRUCTURING MONITORING, RUN AFTER THE
      * MERGE WHILE THE MASTER HOLDS EVERY BANK'S MOVEMENTS OF THE
      * NIGHT.  EACH MOVEMENT IS TAKEN TO ITS CUSTOMER THROUGH THE
      * LAKOACH CUSTOMER MASTER AND SORTED IN WITH THE HISTORY OF
      * EARLIER NIGHTS, AND EVERY CUSTOMER WITH A MOVEMENT TONIGHT IS
      * EXAMINED FOR THREE PATTERNS: A SINGLE MOVEMENT OVER THE
      * REPORTING THRESHOLD; SEVERAL MOVEMENTS JUST UNDER IT WITHIN
      * THE WINDOW, AT ANY OF THE CUSTOMER'S BANKS; AND A LARGE CREDIT
      * FOLLOWED WITHIN DAYS BY A DEBIT OF ABOUT THE SAME AMOUNT.
      * EACH HIT OPENS A CASE ON TIKIM.DAT FOR COMPLIANCE TO REVIEW.
      * THE THRESHOLDS AND WINDOWS COME FROM NITUR.PRM.
      *===============================================================*
       N-NITUR			       SECTION.
      *---------------------------------------------------------------*
       N00.
	    PERFORM NZA-ATCHALAT-NITUR.
	    SORT SB-BANK
	     ON ASCENDING KEY SB-TZ
		ASCENDING KEY SB-YAMIM
		ASCENDING KEY SB-MAKOR
	     INPUT PROCEDURE IS NA-SHICHRUR-TNUOT
	     OUTPUT PROCEDURE IS NC-BDIKAT-LAKOCHOT.
	    PERFORM NZZ-SIYOM-NITUR.
	    GOBACK.
       N-EXIT. EXIT.
      *===============================================================*
      * RELEASES THE HISTORY STILL INSIDE THE WINDOW, THEN EVERY
      * MOVEMENT OF TONIGHT THAT ANY OF THE THREE PATTERNS COULD USE.
      * HISTORY ENTRIES OF TONIGHT'S BUSINESS DATE ARE LEFT OUT: THEY
      * COME FROM AN EARLIER RUN OF THIS SAME NIGHT, WHOSE MOVEMENTS
      * ARE BEING READ AGAIN.
      *===============================================================*
       NA-SHICHRUR-TNUOT	       SECTION.
      *---------------------------------------------------------------*
       NA00.
	    OPEN INPUT HI-BANK.
	    IF MH-HI-FILE-STATUS-TAKIN
		   PERFORM NA1-SHICHRUR-HISTORIA
		    UNTIL MH-HI-FILE-STATUS NOT = '00'
		   CLOSE HI-BANK
	    ELSE IF NOT MH-HI-FILE-NOT-FOUND
		   DISPLAY 'ERROR OPENING HI-BANK, FILE STATUS = '
		     MH-HI-FILE-STATUS
		   STOP RUN
	    END-IF.
	    OPEN INPUT KM-BANK.
	    IF NOT MH-KM-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING KM-BANK, FILE STATUS = '
		     MH-KM-FILE-STATUS
		   STOP RUN.
	    PERFORM NA2-SHICHRUR-TNUA UNTIL SW-SOF-KM.
	    CLOSE KM-BANK.
       NA-EXIT. EXIT.
      *===============================================================*
       NA1-SHICHRUR-HISTORIA	       SECTION.
      *---------------------------------------------------------------*
       NA10-SHICHRUR-HISTORIA.
	    READ HI-BANK
		   AT END
		     GO TO NA10-EXIT.
	    ADD 1 TO WS-HI-READ-COUNT.
	    IF HI-TAARICH-ESEK = WS-TAARICH-ESEK
		   ADD 1 TO WS-HI-HALAILA-COUNT
		   GO TO NA10-EXIT.
	    MOVE HI-DATE TO WS-TAARICH-TNUA.
	    PERFORM NR1-YAMIM-TNUA.
	    IF WS-MY-YAMIM < WS-YAMIM-MINIMUM
		   ADD 1 TO WS-HI-YASHAN-COUNT
		   GO TO NA10-EXIT.
	    MOVE HI-TZ TO SB-TZ.
	    MOVE WS-MY-YAMIM TO SB-YAMIM.
	    MOVE 'H' TO SB-MAKOR.
	    MOVE HI-CHESHBON TO SB-CHESHBON.
	    MOVE HI-SHEM TO SB-SHEM.
	    MOVE HI-SOURCE TO SB-SOURCE.
	    MOVE HI-DATE TO SB-DATE.
	    MOVE HI-KOD TO SB-KOD.
	    MOVE HI-SCHOM TO SB-SCHOM.
	    MOVE HI-TAARICH-ESEK TO SB-TAARICH-ESEK.
	    RELEASE SB-REC.
       NA10-EXIT. EXIT.
      *===============================================================*
      * EVERY MOVEMENT IS COUNTED AND ADDED UP FOR THE STEP-CONTROL
      * RECORD; ONLY THOSE BIG ENOUGH TO MATTER GO ON TO THE SORT.
      *===============================================================*
       NA2-SHICHRUR-TNUA	       SECTION.
      *---------------------------------------------------------------*
       NA20-SHICHRUR-TNUA.
	    READ KM-BANK
		   AT END
		     MOVE 9 TO SW-KM
		     GO TO NA20-EXIT.
	    ADD 1 TO WS-KM-COUNT.
	    ADD KM-SCHOM TO WS-KM-SCHOM-TOTAL.
	    MOVE KM-SCHOM TO WS-SCHOM-MUCHLAT.
	    IF WS-SCHOM-MUCHLAT < WS-SAF-KAROV
	       AND KM-SCHOM < WS-MAAVAR-SCHOM
	       AND (KM-SCHOM NOT < 0
		    OR WS-SCHOM-MUCHLAT < WS-MAAVAR-MINIMUM)
		   GO TO NA20-EXIT.
	    MOVE KM-TZ TO SB-TZ.
	    MOVE KM-SHEM TO SB-SHEM.
	    PERFORM NE-CHIPUS-CHESHBON.
	    IF WS-CL-NIMTZA
		   MOVE CL-TZ(I-CL) TO SB-TZ
		   MOVE CL-SHEM(I-CL) TO SB-SHEM
	    ELSE
		   ADD 1 TO WS-LO-BE-LK-COUNT.
	    MOVE KM-DATE TO WS-TAARICH-TNUA.
	    PERFORM NR1-YAMIM-TNUA.
	    MOVE WS-MY-YAMIM TO SB-YAMIM.
	    MOVE 'L' TO SB-MAKOR.
	    MOVE KM-CHESHBON TO SB-CHESHBON.
	    MOVE KM-SOURCE TO SB-SOURCE.
	    MOVE KM-DATE TO SB-DATE.
	    MOVE KM-KOD TO SB-KOD.
	    MOVE KM-SCHOM TO SB-SCHOM.
	    MOVE WS-TAARICH-ESEK TO SB-TAARICH-ESEK.
	    RELEASE SB-REC.
	    ADD 1 TO WS-NIVCHAN-COUNT.
       NA20-EXIT. EXIT.
      *===============================================================*
      * WALKS THE SORTED ENTRIES A CUSTOMER AT A TIME, EXAMINES EACH
      * CUSTOMER ON THE TZ BREAK, AND WRITES THE NEW HISTORY AND THE
      * NEW CASES AS IT GOES.
      *===============================================================*
       NC-BDIKAT-LAKOCHOT	       SECTION.
      *---------------------------------------------------------------*
       NC00.
	    OPEN OUTPUT HI-BANK.
	    IF NOT MH-HI-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING HI-BANK, FILE STATUS = '
		     MH-HI-FILE-STATUS
		   STOP RUN.
	    OPEN EXTEND CS-BANK.
	    IF MH-CS-FILE-NOT-FOUND
		   OPEN OUTPUT CS-BANK
	    END-IF.
	    IF NOT MH-CS-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING CS-BANK, FILE STATUS = '
		     MH-CS-FILE-STATUS
		   STOP RUN.
	    MOVE 0 TO GT-MONEH.
	    PERFORM NC1-KRIAT-SB UNTIL SW-SOF-MIYUN.
	    IF GT-MONEH > 0
		   PERFORM ND-BDIKAT-LAKOACH.
	    CLOSE HI-BANK.
	    CLOSE CS-BANK.
       NC-EXIT. EXIT.
      *===============================================================*
       NC1-KRIAT-SB		       SECTION.
      *---------------------------------------------------------------*
       NC10-KRIAT-SB.
	    RETURN SB-BANK
		   AT END
		     MOVE 9 TO SW-MIYUN
		     GO TO NC10-EXIT.
	    IF GT-MONEH > 0
	       AND SB-TZ NOT = GT-TZ
		   PERFORM ND-BDIKAT-LAKOACH
		   MOVE 0 TO GT-MONEH.
	    IF GT-MONEH = 0
		   MOVE SB-TZ TO GT-TZ
		   MOVE 0 TO GT-LAILA-COUNT.
	    IF GT-MONEH = 300
		   DISPLAY 'TZ ' SB-TZ ' HOLDS MORE THAN 300 '
		     'ENTRIES, ENLARGE GT-TAVLAT-LAKOACH'
		   STOP RUN.
	    ADD 1 TO GT-MONEH.
	    MOVE SB-YAMIM TO GT-YAMIM(GT-MONEH).
	    MOVE SB-MAKOR TO GT-MAKOR(GT-MONEH).
	    MOVE SB-CHESHBON TO GT-CHESHBON(GT-MONEH).
	    MOVE SB-SHEM TO GT-SHEM(GT-MONEH).
	    MOVE SB-SOURCE TO GT-SOURCE(GT-MONEH).
	    MOVE SB-DATE TO GT-DATE(GT-MONEH).
	    MOVE SB-KOD TO GT-KOD(GT-MONEH).
	    MOVE SB-SCHOM TO GT-SCHOM(GT-MONEH).
	    MOVE SB-SCHOM TO GT-MUCHLAT(GT-MONEH).
	    MOVE SB-TAARICH-ESEK TO GT-TAARICH-ESEK(GT-MONEH).
	    IF SB-MAKOR = 'L'
		   ADD 1 TO GT-LAILA-COUNT.
       NC10-EXIT. EXIT.
      *===============================================================*
      * ONE CUSTOMER.  ONLY A CUSTOMER WITH A MOVEMENT TONIGHT CAN
      * OPEN A CASE -- THE HISTORY ALONE WAS EXAMINED ON ITS OWN
      * NIGHT.  THE HISTORY IS CARRIED FORWARD EITHER WAY.
      *===============================================================*
       ND-BDIKAT-LAKOACH	       SECTION.
      *---------------------------------------------------------------*
       ND00.
	    IF GT-LAILA-COUNT = 0
		   GO TO ND10-HISTORIA.
	    ADD 1 TO WS-LAKOACH-COUNT.
	    PERFORM ND1-TNUA-GDOLA VARYING I-GT FROM 1 BY 1
	     UNTIL I-GT > GT-MONEH.
	    PERFORM ND2-TNUAT-MAAVAR VARYING I-GT FROM 1 BY 1
	     UNTIL I-GT > GT-MONEH.
	    PERFORM ND4-BDIKAT-PITZUL.
       ND10-HISTORIA.
	    PERFORM ND7-KTIVAT-HISTORIA VARYING I-GT FROM 1 BY 1
	     UNTIL I-GT > GT-MONEH.
       ND-EXIT. EXIT.
      *===============================================================*
       ND1-TNUA-GDOLA		       SECTION.
      *---------------------------------------------------------------*
       ND15-TNUA-GDOLA.
	    IF NOT GT-LAILA(I-GT)
	       OR GT-MUCHLAT(I-GT) < WS-SAF-DIVUACH
		   GO TO ND15-EXIT.
	    MOVE 'G' TO WS-TC-SUG.
	    MOVE I-GT TO WS-TC-TRIGGER.
	    MOVE 0 TO WS-TC-KASHUR.
	    MOVE 1 TO WS-TC-TNUOT-COUNT.
	    MOVE GT-SCHOM(I-GT) TO WS-TC-SCHOM-TOTAL.
	    MOVE 1 TO WS-TC-BANKIM-COUNT.
	    PERFORM NF-PTICHAT-TIK.
       ND15-EXIT. EXIT.
      *===============================================================*
      * A DEBIT OF TONIGHT LOOKS BACK FOR A LARGE CREDIT OF THE SAME
      * CUSTOMER, ON ANY OF ITS ACCOUNTS, NOT AFTER IT AND NOT MORE
      * THAN WS-MAAVAR-YAMIM DAYS BEFORE IT, THAT IT MATCHES WITHIN
      * THE TOLERANCE.  THE NEAREST SUCH CREDIT IS THE ONE NAMED.
      *===============================================================*
       ND2-TNUAT-MAAVAR 	       SECTION.
      *---------------------------------------------------------------*
       ND20-TNUAT-MAAVAR.
	    IF NOT GT-LAILA(I-GT)
	       OR GT-SCHOM(I-GT) NOT < 0
	       OR GT-MUCHLAT(I-GT) < WS-MAAVAR-MINIMUM
		   GO TO ND20-EXIT.
	    MOVE 0 TO WS-MV-NIMTZA-SW.
	    MOVE 0 TO WS-MV-ZCHUT.
	    PERFORM ND3-CHIPUS-ZCHUT VARYING J-GT FROM 1 BY 1
	     UNTIL J-GT > GT-MONEH.
	    IF NOT WS-MV-NIMTZA
		   GO TO ND20-EXIT.
	    MOVE 'M' TO WS-TC-SUG.
	    MOVE I-GT TO WS-TC-TRIGGER.
	    MOVE WS-MV-ZCHUT TO WS-TC-KASHUR.
	    MOVE 2 TO WS-TC-TNUOT-COUNT.
	    MOVE GT-SCHOM(WS-MV-ZCHUT) TO WS-TC-SCHOM-TOTAL.
	    IF GT-SOURCE(WS-MV-ZCHUT) = GT-SOURCE(I-GT)
		   MOVE 1 TO WS-TC-BANKIM-COUNT
	    ELSE
		   MOVE 2 TO WS-TC-BANKIM-COUNT.
	    PERFORM NF-PTICHAT-TIK.
       ND20-EXIT. EXIT.
      *===============================================================*
       ND3-CHIPUS-ZCHUT 	       SECTION.
      *---------------------------------------------------------------*
       ND30-CHIPUS-ZCHUT.
	    IF J-GT = I-GT
	       OR GT-SCHOM(J-GT) < WS-MAAVAR-SCHOM
	       OR GT-YAMIM(J-GT) > GT-YAMIM(I-GT)
		   GO TO ND30-EXIT.
	    IF GT-YAMIM(I-GT) - GT-YAMIM(J-GT) > WS-MAAVAR-YAMIM
		   GO TO ND30-EXIT.
	    COMPUTE WS-MV-MIN ROUNDED = GT-SCHOM(J-GT)
	      - GT-SCHOM(J-GT) * WS-MAAVAR-SOTEH / 100.
	    COMPUTE WS-MV-MAX ROUNDED = GT-SCHOM(J-GT)
	      + GT-SCHOM(J-GT) * WS-MAAVAR-SOTEH / 100.
	    IF GT-MUCHLAT(I-GT) < WS-MV-MIN
	       OR GT-MUCHLAT(I-GT) > WS-MV-MAX
		   GO TO ND30-EXIT.
	    SET WS-MV-NIMTZA TO TRUE.
	    MOVE J-GT TO WS-MV-ZCHUT.
       ND30-EXIT. EXIT.
      *===============================================================*
      * STRUCTURING.  THE WINDOW ENDS ON THE LATEST JUST-UNDER
      * MOVEMENT OF TONIGHT AND REACHES BACK WS-PITZUL-YAMIM DAYS,
      * THAT DAY INCLUDED; EVERY JUST-UNDER MOVEMENT OF THE CUSTOMER
      * IN IT COUNTS, WHICHEVER BANK AND ACCOUNT IT CAME THROUGH AND
      * WHICHEVER WAY IT WENT.  ONE CASE PER CUSTOMER PER NIGHT.
      *===============================================================*
       ND4-BDIKAT-PITZUL	       SECTION.
      *---------------------------------------------------------------*
       ND40-BDIKAT-PITZUL.
	    MOVE 0 TO WS-PZ-TRIGGER.
	    MOVE 0 TO WS-PZ-SOF.
	    PERFORM ND5-SOF-CHALON VARYING I-GT FROM 1 BY 1
	     UNTIL I-GT > GT-MONEH.
	    IF WS-PZ-TRIGGER = 0
		   GO TO ND40-EXIT.
	    MOVE 0 TO WS-PZ-RISHON.
	    MOVE 0 TO WS-PZ-COUNT.
	    MOVE 0 TO WS-PZ-SCHOM.
	    MOVE 0 TO BK-MONEH.
	    PERFORM ND6-SFIRAT-CHALON VARYING I-GT FROM 1 BY 1
	     UNTIL I-GT > GT-MONEH.
	    IF WS-PZ-COUNT < WS-PITZUL-COUNT
		   GO TO ND40-EXIT.
	    MOVE 'P' TO WS-TC-SUG.
	    MOVE WS-PZ-TRIGGER TO WS-TC-TRIGGER.
	    MOVE WS-PZ-RISHON TO WS-TC-KASHUR.
	    MOVE WS-PZ-COUNT TO WS-TC-TNUOT-COUNT.
	    MOVE WS-PZ-SCHOM TO WS-TC-SCHOM-TOTAL.
	    IF BK-MONEH > 9
		   MOVE 9 TO WS-TC-BANKIM-COUNT
	    ELSE
		   MOVE BK-MONEH TO WS-TC-BANKIM-COUNT.
	    PERFORM NF-PTICHAT-TIK.
       ND40-EXIT. EXIT.
      *===============================================================*
       ND5-SOF-CHALON		       SECTION.
      *---------------------------------------------------------------*
       ND50-SOF-CHALON.
	    IF NOT GT-LAILA(I-GT)
	       OR GT-MUCHLAT(I-GT) < WS-SAF-KAROV
	       OR GT-MUCHLAT(I-GT) NOT < WS-SAF-DIVUACH
		   GO TO ND50-EXIT.
	    IF GT-YAMIM(I-GT) NOT < WS-PZ-SOF
		   MOVE GT-YAMIM(I-GT) TO WS-PZ-SOF
		   MOVE I-GT TO WS-PZ-TRIGGER.
       ND50-EXIT. EXIT.
      *===============================================================*
       ND6-SFIRAT-CHALON	       SECTION.
      *---------------------------------------------------------------*
       ND60-SFIRAT-CHALON.
	    IF GT-MUCHLAT(I-GT) < WS-SAF-KAROV
	       OR GT-MUCHLAT(I-GT) NOT < WS-SAF-DIVUACH
	       OR GT-YAMIM(I-GT) > WS-PZ-SOF
		   GO TO ND60-EXIT.
	    IF WS-PZ-SOF - GT-YAMIM(I-GT) NOT < WS-PITZUL-YAMIM
		   GO TO ND60-EXIT.
	    ADD 1 TO WS-PZ-COUNT.
	    ADD GT-SCHOM(I-GT) TO WS-PZ-SCHOM.
	    IF WS-PZ-RISHON = 0
		   MOVE I-GT TO WS-PZ-RISHON.
	    MOVE 0 TO WS-BK-NIMTZA-SW.
	    IF BK-MONEH > 0
		   PERFORM ND61-HASHVAAT-BANK VARYING I-BK FROM 1
		    BY 1 UNTIL I-BK > BK-MONEH OR WS-BK-NIMTZA.
	    IF NOT WS-BK-NIMTZA
	       AND BK-MONEH < 10
		   ADD 1 TO BK-MONEH
		   MOVE GT-SOURCE(I-GT) TO BK-SOURCE(BK-MONEH).
	    GO TO ND60-EXIT.
      *===============================================================*
       ND61-HASHVAAT-BANK.
	    IF BK-SOURCE(I-BK) = GT-SOURCE(I-GT)
		   SET WS-BK-NIMTZA TO TRUE.
       ND61-END.
       ND60-EXIT. EXIT.
      *===============================================================*
      * CARRIES FORWARD THE HISTORY, AND ADDS TONIGHT'S JUST-UNDER
      * MOVEMENTS AND LARGE CREDITS, FOR THE NIGHTS TO COME.
      *===============================================================*
       ND7-KTIVAT-HISTORIA	       SECTION.
      *---------------------------------------------------------------*
       ND70-KTIVAT-HISTORIA.
	    IF GT-YAMIM(I-GT) < WS-YAMIM-MINIMUM
		   GO TO ND70-EXIT.
	    IF GT-LAILA(I-GT)
	       AND GT-SCHOM(I-GT) < WS-MAAVAR-SCHOM
	       AND (GT-MUCHLAT(I-GT) < WS-SAF-KAROV
		    OR GT-MUCHLAT(I-GT) NOT < WS-SAF-DIVUACH)
		   GO TO ND70-EXIT.
	    MOVE GT-TZ TO HI-TZ.
	    MOVE GT-CHESHBON(I-GT) TO HI-CHESHBON.
	    MOVE GT-SHEM(I-GT) TO HI-SHEM.
	    MOVE GT-SOURCE(I-GT) TO HI-SOURCE.
	    MOVE GT-DATE(I-GT) TO HI-DATE.
	    MOVE GT-KOD(I-GT) TO HI-KOD.
	    MOVE GT-SCHOM(I-GT) TO HI-SCHOM.
	    MOVE GT-TAARICH-ESEK(I-GT) TO HI-TAARICH-ESEK.
	    WRITE HI-REC.
	    ADD 1 TO WS-HI-WRITE-COUNT.
       ND70-EXIT. EXIT.
      *===============================================================*
       NE-CHIPUS-CHESHBON	       SECTION.
      *---------------------------------------------------------------*
       NE00.
	    MOVE 0 TO WS-CL-NIMTZA-SW.
	    IF CL-MONEH > 0
		   PERFORM NE1-HASHVAAT-CHESHBON VARYING I-CL
		    FROM 1 BY 1
		    UNTIL I-CL > CL-MONEH OR WS-CL-NIMTZA.
	    IF WS-CL-NIMTZA
		   SUBTRACT 1 FROM I-CL.
	    GO TO NE-EXIT.
      *===============================================================*
       NE1-HASHVAAT-CHESHBON.
	    IF CL-CHESHBON(I-CL) = KM-CHESHBON
		   SET WS-CL-NIMTZA TO TRUE.
       NE1-END.
       NE-EXIT. EXIT.
      *===============================================================*
      * OPENS THE CASE DESCRIBED IN WS-TIK-CHADASH, UNLESS AN EARLIER
      * RUN OF THIS NIGHT ALREADY OPENED IT, AND LISTS IT.
      *===============================================================*
       NF-PTICHAT-TIK		       SECTION.
      *---------------------------------------------------------------*
       NF00.
	    MOVE 0 TO WS-KT-NIMTZA-SW.
	    IF KT-MONEH > 0
		   PERFORM NF1-HASHVAAT-TIK VARYING I-KT FROM 1 BY 1
		    UNTIL I-KT > KT-MONEH OR WS-KT-NIMTZA.
	    IF WS-KT-NIMTZA
		   ADD 1 TO WS-KAYAM-COUNT
		   GO TO NF-EXIT.
	    ADD 1 TO WS-MISPAR-ACHARON.
	    MOVE SPACES TO CS-REC.
	    MOVE WS-MISPAR-ACHARON TO CS-MISPAR.
	    MOVE WS-TAARICH-ESEK TO CS-TAARICH-PTICHA.
	    MOVE WS-TC-SUG TO CS-SUG.
	    MOVE GT-TZ TO CS-TZ.
	    MOVE GT-SHEM(WS-TC-TRIGGER) TO CS-SHEM.
	    MOVE GT-CHESHBON(WS-TC-TRIGGER) TO CS-CHESHBON.
	    MOVE GT-SOURCE(WS-TC-TRIGGER) TO CS-SOURCE.
	    MOVE GT-DATE(WS-TC-TRIGGER) TO CS-DATE.
	    MOVE GT-KOD(WS-TC-TRIGGER) TO CS-KOD.
	    MOVE GT-SCHOM(WS-TC-TRIGGER) TO CS-SCHOM.
	    MOVE WS-TC-TNUOT-COUNT TO CS-TNUOT-COUNT.
	    MOVE WS-TC-SCHOM-TOTAL TO CS-SCHOM-TOTAL.
	    MOVE WS-TC-BANKIM-COUNT TO CS-BANKIM-COUNT.
	    IF WS-TC-KASHUR = 0
		   MOVE 0 TO CS-CHESHBON-KASHUR
		   MOVE 0 TO CS-DATE-KASHUR
	    ELSE
		   MOVE GT-CHESHBON(WS-TC-KASHUR) TO CS-CHESHBON-KASHUR
		   MOVE GT-DATE(WS-TC-KASHUR) TO CS-DATE-KASHUR.
	    MOVE 'O' TO CS-MATZAV.
	    MOVE WS-TAARICH-ESEK TO CS-TAARICH-MATZAV.
	    MOVE WS-MAFIL TO CS-MAFIL.
	    MOVE 0 TO CS-TAARICH-DIVUACH.
	    WRITE CS-REC.
	    ADD 1 TO WS-TIKIM-COUNT.
	    IF WS-TC-SUG = 'G'
		   ADD 1 TO WS-GADOL-COUNT
		   MOVE 'MEAL HA-SAF' TO WS-TC-TEUR.
	    IF WS-TC-SUG = 'P'
		   ADD 1 TO WS-PITZUL-TIK-COUNT
		   MOVE 'PITZUL' TO WS-TC-TEUR.
	    IF WS-TC-SUG = 'M'
		   ADD 1 TO WS-MAAVAR-TIK-COUNT
		   MOVE 'ZCHUT-CHOVA' TO WS-TC-TEUR.
	    PERFORM NG-SHURAT-TIK.
	    GO TO NF-EXIT.
      *===============================================================*
       NF1-HASHVAAT-TIK.
	    IF KT-SUG(I-KT) = WS-TC-SUG
	       AND KT-TZ(I-KT) = GT-TZ
	       AND KT-CHESHBON(I-KT) = GT-CHESHBON(WS-TC-TRIGGER)
	       AND KT-DATE(I-KT) = GT-DATE(WS-TC-TRIGGER)
	       AND KT-SCHOM(I-KT) = GT-SCHOM(WS-TC-TRIGGER)
		   SET WS-KT-NIMTZA TO TRUE.
       NF1-END.
       NF-EXIT. EXIT.
      *===============================================================*
       NG-SHURAT-TIK		       SECTION.
      *---------------------------------------------------------------*
       NG00.
	    MOVE SPACES TO DO-REC.
	    STRING 'TIK ' DELIMITED BY SIZE
	     CS-MISPAR DELIMITED BY SIZE
	     ' ' DELIMITED BY SIZE
	     WS-TC-TEUR DELIMITED BY SIZE
	     ' TZ ' DELIMITED BY SIZE
	     CS-TZ DELIMITED BY SIZE
	     ' SHEM ' DELIMITED BY SIZE
	     CS-SHEM DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    MOVE CS-DATE TO WS-TAARICH-TNUA.
	    MOVE WS-TT-DD TO WS-D-DD.
	    MOVE WS-TT-MM TO WS-D-MM.
	    MOVE WS-TT-YYYY TO WS-D-YYYY.
	    MOVE CS-SCHOM TO WS-D-SCHOM-TNUA.
	    MOVE SPACES TO DO-REC.
	    STRING '    CHESHBON ' DELIMITED BY SIZE
	     CS-CHESHBON DELIMITED BY SIZE
	     ' ' DELIMITED BY SIZE
	     CS-SOURCE DELIMITED BY SIZE
	     ' ' DELIMITED BY SIZE
	     WS-D-TAARICH DELIMITED BY SIZE
	     ' SCHOM ' DELIMITED BY SIZE
	     WS-D-SCHOM-TNUA DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    IF CS-SUG = 'G'
		   GO TO NG-EXIT.
	    MOVE CS-DATE-KASHUR TO WS-TAARICH-TNUA.
	    MOVE WS-TT-DD TO WS-D-DD.
	    MOVE WS-TT-MM TO WS-D-MM.
	    MOVE WS-TT-YYYY TO WS-D-YYYY.
	    MOVE CS-SCHOM-TOTAL TO WS-D-SCHOM.
	    MOVE SPACES TO DO-REC.
	    IF CS-SUG = 'M'
		   STRING '    ZCHUT ' DELIMITED BY SIZE
		    WS-D-SCHOM DELIMITED BY SIZE
		    ' BE-' DELIMITED BY SIZE
		    CS-CHESHBON-KASHUR DELIMITED BY SIZE
		    ' ' DELIMITED BY SIZE
		    WS-D-TAARICH DELIMITED BY SIZE INTO DO-REC
	    ELSE
		   STRING '    ' DELIMITED BY SIZE
		    CS-TNUOT-COUNT DELIMITED BY SIZE
		    ' TNUOT, ' DELIMITED BY SIZE
		    CS-BANKIM-COUNT DELIMITED BY SIZE
		    ' BANKIM, SACH ' DELIMITED BY SIZE
		    WS-D-SCHOM DELIMITED BY SIZE
		    ' ME-' DELIMITED BY SIZE
		    WS-D-TAARICH DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
       NG-EXIT. EXIT.
      *===============================================================*
      * WS-TAARICH-TNUA (DDMMYYYY) IN, WS-MY-YAMIM OUT.
      *===============================================================*
       NR1-YAMIM-TNUA		       SECTION.
      *---------------------------------------------------------------*
       NR10-YAMIM-TNUA.
	    MOVE WS-TT-YYYY TO WS-MY-YYYY.
	    MOVE WS-TT-MM TO WS-MY-MM.
	    MOVE WS-TT-DD TO WS-MY-DD.
	    PERFORM NR-MISPAR-YOM.
       NR10-EXIT. EXIT.
      *===============================================================*
      * WS-MY-TAARICH IN, WS-MY-YAMIM OUT.  EACH DIVIDE DROPS ITS
      * REMAINDER, WHICH IS WHAT COUNTS THE LEAP DAYS.
      *===============================================================*
       NR-MISPAR-YOM		       SECTION.
      *---------------------------------------------------------------*
       NR00.
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
       NR-EXIT. EXIT.
      *===============================================================*
       NZA-ATCHALAT-NITUR	       SECTION.
      *---------------------------------------------------------------*
       NZA00.
	    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
	    ACCEPT WS-RUN-TIME FROM TIME.
	    MOVE 0 TO SW-KM.
	    MOVE 0 TO SW-MIYUN.
	    PERFORM NZA1-KRIAT-PARAMETRIM.
	    PERFORM NZA2-TAARICH-ESEK.
	    PERFORM NZA4-KRIAT-LAKOACH.
	    PERFORM NZA6-KRIAT-TIKIM.
	    COMPUTE WS-MAAVAR-MINIMUM ROUNDED = WS-MAAVAR-SCHOM
	      - WS-MAAVAR-SCHOM * WS-MAAVAR-SOTEH / 100.
	    MOVE WS-PITZUL-YAMIM TO WS-CHALON.
	    IF WS-MAAVAR-YAMIM > WS-CHALON
		   MOVE WS-MAAVAR-YAMIM TO WS-CHALON.
	    MOVE WS-TAARICH-ESEK TO WS-MY-TAARICH.
	    PERFORM NR-MISPAR-YOM.
	    MOVE WS-MY-YAMIM TO WS-ESEK-YAMIM.
	    COMPUTE WS-YAMIM-MINIMUM = WS-ESEK-YAMIM - WS-CHALON.
	    OPEN OUTPUT DO-BANK.
	    IF NOT MH-DO-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING DO-BANK, FILE STATUS = '
		     MH-DO-FILE-STATUS
		   STOP RUN.
	    MOVE SPACES TO DO-REC.
	    STRING 'NITUR MONITORING, TAARICH ESEK ' DELIMITED BY SIZE
	     WS-TAARICH-ESEK DELIMITED BY SIZE
	     ', RUN ' DELIMITED BY SIZE
	     WS-RUN-DATE DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    MOVE WS-SAF-DIVUACH TO WS-D-SCHOM-TNUA.
	    MOVE SPACES TO DO-REC.
	    STRING 'SAF DIVUACH ' DELIMITED BY SIZE
	     WS-D-SCHOM-TNUA DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    MOVE WS-SAF-KAROV TO WS-D-SCHOM-TNUA.
	    MOVE SPACES TO DO-REC.
	    STRING 'KAROV ME-   ' DELIMITED BY SIZE
	     WS-D-SCHOM-TNUA DELIMITED BY SIZE
	     '  PITZUL ' DELIMITED BY SIZE
	     WS-PITZUL-COUNT DELIMITED BY SIZE
	     ' BE-' DELIMITED BY SIZE
	     WS-PITZUL-YAMIM DELIMITED BY SIZE
	     ' YAMIM' DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    MOVE WS-MAAVAR-SCHOM TO WS-D-SCHOM-TNUA.
	    MOVE SPACES TO DO-REC.
	    STRING 'ZCHUT GDOLA ' DELIMITED BY SIZE
	     WS-D-SCHOM-TNUA DELIMITED BY SIZE
	     '  CHOVA TOCH ' DELIMITED BY SIZE
	     WS-MAAVAR-YAMIM DELIMITED BY SIZE
	     ' YAMIM, SOTEH ' DELIMITED BY SIZE
	     WS-MAAVAR-SOTEH DELIMITED BY SIZE
	     '%' DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    MOVE SPACES TO DO-REC.
	    WRITE DO-REC.
	    DISPLAY 'NITUR: TAARICH ESEK ' WS-TAARICH-ESEK.
       NZA-EXIT. EXIT.
      *===============================================================*
      * WITHOUT NITUR.PRM THE DEFAULT THRESHOLDS APPLY AND THE RUN
      * SAYS SO.  A JUST-UNDER BAND THAT DOES NOT SIT BELOW THE
      * REPORTING THRESHOLD STOPS THE RUN.
      *===============================================================*
       NZA1-KRIAT-PARAMETRIM	       SECTION.
      *---------------------------------------------------------------*
       NZA10-KRIAT-PARAMETRIM.
	    OPEN INPUT PM-BANK.
	    IF MH-PM-FILE-NOT-FOUND
		   DISPLAY 'NITUR: AZHARA -- EIN A:NITUR.PRM, '
		     'SFAIM BRIRAT MECHDAL'
		   GO TO NZA10-BDIKA.
	    IF NOT MH-PM-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING PM-BANK, FILE STATUS = '
		     MH-PM-FILE-STATUS
		   STOP RUN.
	    READ PM-BANK
		   AT END
		     CLOSE PM-BANK
		     GO TO NZA10-BDIKA.
	    IF PM-KM-FILE NOT = SPACES
		   MOVE PM-KM-FILE TO WS-KM-FILE-NAME.
	    IF PM-LK-FILE NOT = SPACES
		   MOVE PM-LK-FILE TO WS-LK-FILE-NAME.
	    IF PM-SAF-DIVUACH NUMERIC AND PM-SAF-DIVUACH > 0
		   MOVE PM-SAF-DIVUACH TO WS-SAF-DIVUACH.
	    IF PM-SAF-KAROV NUMERIC AND PM-SAF-KAROV > 0
		   MOVE PM-SAF-KAROV TO WS-SAF-KAROV.
	    IF PM-PITZUL-COUNT NUMERIC AND PM-PITZUL-COUNT > 0
		   MOVE PM-PITZUL-COUNT TO WS-PITZUL-COUNT.
	    IF PM-PITZUL-YAMIM NUMERIC AND PM-PITZUL-YAMIM > 0
		   MOVE PM-PITZUL-YAMIM TO WS-PITZUL-YAMIM.
	    IF PM-MAAVAR-SCHOM NUMERIC AND PM-MAAVAR-SCHOM > 0
		   MOVE PM-MAAVAR-SCHOM TO WS-MAAVAR-SCHOM.
	    IF PM-MAAVAR-YAMIM NUMERIC AND PM-MAAVAR-YAMIM > 0
		   MOVE PM-MAAVAR-YAMIM TO WS-MAAVAR-YAMIM.
	    IF PM-MAAVAR-SOTEH NUMERIC
		   MOVE PM-MAAVAR-SOTEH TO WS-MAAVAR-SOTEH.
	    IF PM-TAARICH-ESEK NUMERIC
		   MOVE PM-TAARICH-ESEK TO WS-ESEK-PRM.
	    CLOSE PM-BANK.
       NZA10-BDIKA.
	    IF WS-SAF-KAROV NOT < WS-SAF-DIVUACH
		   DISPLAY 'NITUR: SAF KAROV ' WS-SAF-KAROV
		     ' EINO MITACHAT LA-SAF ' WS-SAF-DIVUACH
		   STOP RUN.
       NZA10-EXIT. EXIT.
      *===============================================================*
      * AN EXPLICIT DATE IN NITUR.PRM WINS; OTHERWISE THE BUSINESS
      * DATE OF THE NIGHT OPEN ON MASLUL.JRN, AND RUN BY HAND OUTSIDE
      * A NIGHT, TODAY.
      *===============================================================*
       NZA2-TAARICH-ESEK	       SECTION.
      *---------------------------------------------------------------*
       NZA20-TAARICH-ESEK.
	    OPEN INPUT MJ-BANK.
	    IF MH-MJ-FILE-STATUS-TAKIN
		   PERFORM NZA3-TEINAT-YOMAN UNTIL SW-SOF-MJ
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
		   MOVE WS-RUN-DATE TO WS-TAARICH-ESEK
	    END-IF.
       NZA20-EXIT. EXIT.
      *===============================================================*
       NZA3-TEINAT-YOMAN	       SECTION.
      *---------------------------------------------------------------*
       NZA25-TEINAT-YOMAN.
	    READ MJ-BANK
		   AT END
		     MOVE 9 TO SW-MJ-SW
		     GO TO NZA25-EXIT.
	    IF MJ-SHELEV = 'MASLUL'
	       AND MJ-MATZAV = 'COMPLETE'
		   MOVE 0 TO WS-ESEK-YOMAN
		   GO TO NZA25-EXIT.
	    IF WS-ESEK-YOMAN = 0
		   MOVE MJ-DATE TO WS-ESEK-YOMAN.
       NZA25-EXIT. EXIT.
      *===============================================================*
      * WITHOUT THE CUSTOMER MASTER EVERY MOVEMENT IS WATCHED UNDER
      * THE TZ IT CARRIES; THE RUN SAYS SO.
      *===============================================================*
       NZA4-KRIAT-LAKOACH	       SECTION.
      *---------------------------------------------------------------*
       NZA40-KRIAT-LAKOACH.
	    OPEN INPUT LK-BANK.
	    IF MH-LK-FILE-NOT-FOUND
		   DISPLAY 'NITUR: AZHARA -- EIN ' WS-LK-FILE-NAME
		   DISPLAY 'NITUR: TZ LEFI HA-TNUOT BILVAD'
		   GO TO NZA40-EXIT.
	    IF NOT MH-LK-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING LK-BANK, FILE STATUS = '
		     MH-LK-FILE-STATUS
		   STOP RUN.
	    SET SW-YESH-LK TO TRUE.
	    PERFORM NZA5-TEINAT-LAKOACH
	     UNTIL MH-LK-FILE-STATUS NOT = '00'.
	    CLOSE LK-BANK.
       NZA40-EXIT. EXIT.
      *===============================================================*
       NZA5-TEINAT-LAKOACH	       SECTION.
      *---------------------------------------------------------------*
       NZA45-TEINAT-LAKOACH.
	    READ LK-BANK
		   AT END
		     GO TO NZA45-EXIT.
	    PERFORM NZA51-TEINAT-CHESHBON VARYING I-INDEX FROM 1 BY 1
	     UNTIL I-INDEX > LK-CHESHBON-COUNT OR I-INDEX > 20.
       NZA45-EXIT. EXIT.
      *===============================================================*
       NZA51-TEINAT-CHESHBON	       SECTION.
      *---------------------------------------------------------------*
       NZA50-TEINAT-CHESHBON.
	    IF CL-MONEH = 5000
		   DISPLAY 'LAKOACH.DAT HOLDS MORE THAN 5000 ACCOUNTS, '
		     'ENLARGE CL-TAVLAT-CHESHBONOT'
		   STOP RUN.
	    ADD 1 TO CL-MONEH.
	    MOVE LK-P-CHESHBON(I-INDEX) TO CL-CHESHBON(CL-MONEH).
	    MOVE LK-TZ TO CL-TZ(CL-MONEH).
	    MOVE LK-SHEM TO CL-SHEM(CL-MONEH).
       NZA50-EXIT. EXIT.
      *===============================================================*
      * THE CASE FILE AS IT STANDS: THE LAST CASE NUMBER GIVEN, AND
      * THE CASES ALREADY OPENED FOR TONIGHT'S BUSINESS DATE.
      *===============================================================*
       NZA6-KRIAT-TIKIM 	       SECTION.
      *---------------------------------------------------------------*
       NZA60-KRIAT-TIKIM.
	    OPEN INPUT CS-BANK.
	    IF MH-CS-FILE-NOT-FOUND
		   GO TO NZA60-EXIT.
	    IF NOT MH-CS-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING CS-BANK, FILE STATUS = '
		     MH-CS-FILE-STATUS
		   STOP RUN.
	    PERFORM NZA7-TEINAT-TIK
	     UNTIL MH-CS-FILE-STATUS NOT = '00'.
	    CLOSE CS-BANK.
       NZA60-EXIT. EXIT.
      *===============================================================*
       NZA7-TEINAT-TIK		       SECTION.
      *---------------------------------------------------------------*
       NZA70-TEINAT-TIK.
	    READ CS-BANK
		   AT END
		     GO TO NZA70-EXIT.
	    IF CS-MISPAR > WS-MISPAR-ACHARON
		   MOVE CS-MISPAR TO WS-MISPAR-ACHARON.
	    IF CS-TAARICH-PTICHA NOT = WS-TAARICH-ESEK
		   GO TO NZA70-EXIT.
	    IF KT-MONEH = 500
		   DISPLAY 'TIKIM.DAT HOLDS MORE THAN 500 CASES FOR '
		     'ONE NIGHT, ENLARGE KT-TAVLAT-TIKIM'
		   STOP RUN.
	    ADD 1 TO KT-MONEH.
	    MOVE CS-SUG TO KT-SUG(KT-MONEH).
	    MOVE CS-TZ TO KT-TZ(KT-MONEH).
	    MOVE CS-CHESHBON TO KT-CHESHBON(KT-MONEH).
	    MOVE CS-DATE TO KT-DATE(KT-MONEH).
	    MOVE CS-SCHOM TO KT-SCHOM(KT-MONEH).
       NZA70-EXIT. EXIT.
      *===============================================================*
      * PRINTS THE RUN SUMMARY, AND STAMPS THE AUDIT TRAIL AND THE
      * STEP-CONTROL FILE.  THE STEP-CONTROL RECORD CARRIES THE
      * MOVEMENTS READ AND THEIR SCHOM, SO BOKER CAN TELL THAT THE
      * WHOLE MASTER WAS WATCHED.
      *===============================================================*
       NZZ-SIYOM-NITUR		       SECTION.
      *---------------------------------------------------------------*
       NZZ00.
	    MOVE SPACES TO DO-REC.
	    WRITE DO-REC.
	    MOVE ALL '=' TO DO-REC.
	    WRITE DO-REC.
	    MOVE SPACES TO DO-REC.
	    STRING 'NITUR SUMMARY, TAARICH ESEK ' DELIMITED BY SIZE
	     WS-TAARICH-ESEK DELIMITED BY SIZE INTO DO-REC.
	    PERFORM NZZ3-SHURAT-SIKUM.
	    MOVE WS-KM-COUNT TO WS-D-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING 'MOVEMENTS READ ................ ' DELIMITED BY SIZE
	     WS-D-COUNT DELIMITED BY SIZE INTO DO-REC.
	    PERFORM NZZ3-SHURAT-SIKUM.
	    MOVE WS-KM-SCHOM-TOTAL TO WS-D-SCHOM.
	    MOVE SPACES TO DO-REC.
	    STRING 'SCHOM OF MOVEMENTS READ ....... ' DELIMITED BY SIZE
	     WS-D-SCHOM DELIMITED BY SIZE INTO DO-REC.
	    PERFORM NZZ3-SHURAT-SIKUM.
	    MOVE WS-NIVCHAN-COUNT TO WS-D-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING 'MOVEMENTS EXAMINED ............ ' DELIMITED BY SIZE
	     WS-D-COUNT DELIMITED BY SIZE INTO DO-REC.
	    PERFORM NZZ3-SHURAT-SIKUM.
	    IF SW-YESH-LK
		   MOVE WS-LO-BE-LK-COUNT TO WS-D-COUNT
		   MOVE SPACES TO DO-REC
		   STRING 'NOT IN LAKOACH, TZ OF MOVEMENT  '
		    DELIMITED BY SIZE
		    WS-D-COUNT DELIMITED BY SIZE INTO DO-REC
		   PERFORM NZZ3-SHURAT-SIKUM.
	    MOVE WS-LAKOACH-COUNT TO WS-D-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING 'CUSTOMERS EXAMINED ............ ' DELIMITED BY SIZE
	     WS-D-COUNT DELIMITED BY SIZE INTO DO-REC.
	    PERFORM NZZ3-SHURAT-SIKUM.
	    MOVE WS-HI-READ-COUNT TO WS-D-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING 'HISTORY ENTRIES READ .......... ' DELIMITED BY SIZE
	     WS-D-COUNT DELIMITED BY SIZE INTO DO-REC.
	    PERFORM NZZ3-SHURAT-SIKUM.
	    MOVE WS-HI-YASHAN-COUNT TO WS-D-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING 'OUT OF THE WINDOW, DROPPED .... ' DELIMITED BY SIZE
	     WS-D-COUNT DELIMITED BY SIZE INTO DO-REC.
	    PERFORM NZZ3-SHURAT-SIKUM.
	    MOVE WS-HI-HALAILA-COUNT TO WS-D-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING 'FROM A RERUN OF TONIGHT ....... ' DELIMITED BY SIZE
	     WS-D-COUNT DELIMITED BY SIZE INTO DO-REC.
	    PERFORM NZZ3-SHURAT-SIKUM.
	    MOVE WS-HI-WRITE-COUNT TO WS-D-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING 'HISTORY ENTRIES KEPT .......... ' DELIMITED BY SIZE
	     WS-D-COUNT DELIMITED BY SIZE INTO DO-REC.
	    PERFORM NZZ3-SHURAT-SIKUM.
	    MOVE WS-GADOL-COUNT TO WS-D-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING 'CASES: OVER THE THRESHOLD ..... ' DELIMITED BY SIZE
	     WS-D-COUNT DELIMITED BY SIZE INTO DO-REC.
	    PERFORM NZZ3-SHURAT-SIKUM.
	    MOVE WS-PITZUL-TIK-COUNT TO WS-D-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING 'CASES: STRUCTURING ............ ' DELIMITED BY SIZE
	     WS-D-COUNT DELIMITED BY SIZE INTO DO-REC.
	    PERFORM NZZ3-SHURAT-SIKUM.
	    MOVE WS-MAAVAR-TIK-COUNT TO WS-D-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING 'CASES: CREDIT THEN DEBIT ...... ' DELIMITED BY SIZE
	     WS-D-COUNT DELIMITED BY SIZE INTO DO-REC.
	    PERFORM NZZ3-SHURAT-SIKUM.
	    MOVE WS-KAYAM-COUNT TO WS-D-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING 'ALREADY OPENED TONIGHT ........ ' DELIMITED BY SIZE
	     WS-D-COUNT DELIMITED BY SIZE INTO DO-REC.
	    PERFORM NZZ3-SHURAT-SIKUM.
	    CLOSE DO-BANK.
	    PERFORM NZZ1-KTIVAT-AUDIT.
	    PERFORM NZZ2-KTIVAT-BAKARA.
       NZZ-EXIT. EXIT.
      *===============================================================*
       NZZ1-KTIVAT-AUDIT	       SECTION.
      *---------------------------------------------------------------*
       NZZ10-KTIVAT-AUDIT.
	    OPEN EXTEND AT-BANK.
	    IF MH-AT-FILE-NOT-FOUND
		   OPEN OUTPUT AT-BANK
	    END-IF.
	    IF NOT MH-AT-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING AT-BANK, FILE STATUS = '
		     MH-AT-FILE-STATUS
		   STOP RUN.
	    MOVE SPACES TO AT-REC.
	    STRING 'NITUR RUN ' DELIMITED BY SIZE
	     WS-RUN-DATE DELIMITED BY SIZE
	     ' ' DELIMITED BY SIZE
	     WS-RUN-TIME DELIMITED BY SIZE
	     ' ESEK ' DELIMITED BY SIZE
	     WS-TAARICH-ESEK DELIMITED BY SIZE
	     ' TNUOT ' DELIMITED BY SIZE
	     WS-KM-COUNT DELIMITED BY SIZE
	     ' TIKIM ' DELIMITED BY SIZE
	     WS-TIKIM-COUNT DELIMITED BY SIZE INTO AT-SHURA.
	    MOVE WS-MAFIL TO AT-MAFIL.
	    WRITE AT-REC.
	    CLOSE AT-BANK.
       NZZ10-EXIT. EXIT.
      *===============================================================*
       NZZ2-KTIVAT-BAKARA	       SECTION.
      *---------------------------------------------------------------*
       NZZ20-KTIVAT-BAKARA.
	    OPEN EXTEND BC-BANK.
	    IF MH-BC-FILE-NOT-FOUND
		   OPEN OUTPUT BC-BANK
	    END-IF.
	    IF NOT MH-BC-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING BC-BANK, FILE STATUS = '
		     MH-BC-FILE-STATUS
		   STOP RUN.
	    MOVE 'NITUR' TO BC-SHELEV.
	    MOVE WS-RUN-DATE TO BC-RUN-DATE.
	    MOVE WS-RUN-TIME TO BC-RUN-TIME.
	    MOVE SPACES TO BC-STREAM.
	    MOVE WS-KM-COUNT TO BC-IN-COUNT.
	    MOVE WS-TIKIM-COUNT TO BC-OUT-COUNT.
	    MOVE WS-KM-SCHOM-TOTAL TO BC-SCHOM.
	    WRITE BC-REC.
	    CLOSE BC-BANK.
       NZZ20-EXIT. EXIT.
      *===============================================================*
       NZZ3-SHURAT-SIKUM	       SECTION.
      *---------------------------------------------------------------*
       NZZ30-SHURAT-SIKUM.
	    WRITE DO-REC.
	    DISPLAY DO-REC.
       NZZ30-EXIT. EXIT.
      *===============================================================*
