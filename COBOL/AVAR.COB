       IDENTIFICATION		       DIVISION.
      *****************************************************************
       PROGRAM-ID.		       AVAR.
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
	    SELECT AT-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-AT-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *===============================================================*
	    SELECT YT-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-YT-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *===============================================================*
	    SELECT TC-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-TC-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *===============================================================*
	    SELECT KJ-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-KJ-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *===============================================================*
	    SELECT RS-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-RS-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *===============================================================*
	    SELECT LK-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-LK-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *===============================================================*
	    SELECT CB-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-CB-FILE-STATUS
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
	    SELECT MF-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-MF-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
       DATA			       DIVISION.
      *****************************************************************
       FILE			       SECTION.
      *---------------------------------------------------------------*
      * ANY FILE IN THE MERGED-MASTER LAYOUT: THE MASTER ITSELF, A
      * GIBUI GENERATION OR A RADUM ARCHIVE, BY WS-KM-FILE-NAME.
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
      * THE AUDIT TRAIL.  ITS 'GIBUI RUN' LINES DATE EVERY GENERATION
      * EVER TAKEN AND NAME THE DAY-OF-MONTH SLOT IT WENT INTO.
      *===============================================================*
       FD AT-BANK
	   VALUE OF FILE-ID 'A:MIZUG.AUD'
	   LABEL RECORD STANDARD.
       01 AT-REC.
	 03 AT-SHURA		       PIC X(80).
	 03 AT-MAFIL		       PIC X(8).
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
      * THE TIKUN CHANGE LOG, ONE FREE-FORM LINE PER CHANGE, LED BY
      * THE RUN DATE, TIME AND CHESHBON= IN FIXED COLUMNS.
      *===============================================================*
       FD TC-BANK
	   VALUE OF FILE-ID WS-TC-FILE-NAME
	   LABEL RECORD STANDARD.
       01 TC-REC.
	 03 TC-TAARICH		       PIC X(8).
	 03 FILLER		       PIC X(1).
	 03 TC-SHAA		       PIC X(8).
	 03 TC-TAVIT		       PIC X(10).
	 03 TC-CHESHBON 	       PIC X(10).
	 03 FILLER		       PIC X(113).
       01 TC-SHURA REDEFINES TC-REC.
	 03 TC-CHELEK-1 	       PIC X(64).
	 03 TC-CHELEK-2 	       PIC X(64).
	 03 TC-CHELEK-3 	       PIC X(22).
      *===============================================================*
       FD KJ-BANK
	   VALUE OF FILE-ID 'A:MIZUG.KLT'
	   LABEL RECORD STANDARD.
       01 KJ-REC.
	 03 KJ-TAARICH		       PIC 9(8).
	 03 KJ-SHAA		       PIC 9(8).
	 03 KJ-CHESHBON 	       PIC 9(10).
	 03 KJ-KOD		       PIC 9(1).
	 03 KJ-SCHOM		       PIC S9(7)V99
				 SIGN LEADING SEPARATE.
	 03 KJ-SCHOM-ACHAREI	       PIC S9(7)V99
				 SIGN LEADING SEPARATE.
	 03 KJ-SOURCE		       PIC X(10).
	 03 KJ-MAARECHET	       PIC X(10).
	 03 KJ-HO-RUN-DATE	       PIC 9(8).
      *===============================================================*
      * THE HACHRAA RESOLUTION REGISTRY.  LINES WRITTEN BEFORE THE
      * REGISTRY CARRIED A DATE HAVE SPACES IN RS-TAARICH.
      *===============================================================*
       FD RS-BANK
	   VALUE OF FILE-ID 'A:MIZUG.RES'
	   LABEL RECORD STANDARD.
       01 RS-REC.
	 03 RS-CHESHBON 	       PIC 9(10).
	 03 RS-PEULA		       PIC X(1).
	 03 RS-SOURCE		       PIC X(10).
	 03 RS-CHESHBON-CHADASH        PIC 9(10).
	 03 RS-TAARICH		       PIC X(8).
	 03 RS-SHAA		       PIC X(8).
	 03 RS-MAFIL		       PIC X(8).
      *===============================================================*
       FD LK-BANK
	   VALUE OF FILE-ID 'A:LAKOACH.DAT'
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
       FD DO-BANK
	   VALUE OF FILE-ID 'A:AVAR.RPT'
	   LABEL RECORD STANDARD.
       01 DO-REC		       PIC X(72).
      *===============================================================*
      * OPTIONAL OVERRIDES: THE CURRENT MASTER, THE SNAPSHOT AND THE
      * MONTH (YYYYMM) THE SNAPSHOT CLOSES.  WITHOUT A MONTH THE
      * SNAPSHOT IS TAKEN TO CLOSE THE MONTH BEFORE THE RUN DATE.
      *===============================================================*
       FD PM-BANK
	   VALUE OF FILE-ID 'A:AVAR.PRM'
	   LABEL RECORD STANDARD.
       01 PM-REC.
	 03 PM-KM-FILE		       PIC X(40).
	 03 PM-YT-FILE		       PIC X(40).
	 03 PM-CHODESH		       PIC X(6).
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
	   88 MH-KM-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-AT-FILE-STATUS	       PIC X(2).
	   88 MH-AT-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-AT-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-YT-FILE-STATUS	       PIC X(2).
	   88 MH-YT-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-YT-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-TC-FILE-STATUS	       PIC X(2).
	   88 MH-TC-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-TC-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-KJ-FILE-STATUS	       PIC X(2).
	   88 MH-KJ-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-KJ-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-RS-FILE-STATUS	       PIC X(2).
	   88 MH-RS-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-RS-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-LK-FILE-STATUS	       PIC X(2).
	   88 MH-LK-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-LK-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-CB-FILE-STATUS	       PIC X(2).
	   88 MH-CB-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-CB-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-DO-FILE-STATUS	       PIC X(2).
	   88 MH-DO-FILE-STATUS-TAKIN  VALUE '00'.
	 03 MH-PM-FILE-STATUS	       PIC X(2).
	   88 MH-PM-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-PM-FILE-NOT-FOUND     VALUE '35'.
      *===============================================================*
       01 WS-SHMOT-KVATSIM.
	 03 WS-KM-FILE-NAME	       PIC X(40).
	 03 WS-KM-NOCHECHI	       PIC X(40)
					 VALUE 'A:MIZUG.DAT'.
	 03 WS-YT-FILE-NAME	       PIC X(40)
					 VALUE 'A:YITRA.DAT'.
	 03 WS-TC-FILE-NAME	       PIC X(40)
					 VALUE 'A:MIZUG.TIK'.
      *===============================================================*
       01 WS-BAKASHA-SADOT.
	 03 WS-PEULA		       PIC X(1).
	   88 WS-PEULA-CHESHBON        VALUE 'C'.
	   88 WS-PEULA-TZ	       VALUE 'Z'.
	   88 WS-PEULA-SIYUM	       VALUE 'S'.
	 03 WS-CHESHBON-BAKASHA        PIC 9(10).
	 03 WS-TZ-BAKASHA	       PIC X(10).
	 03 WS-TAARICH-BAKASHA	       PIC 9(8).
	 03 WS-TB-PEROT REDEFINES WS-TAARICH-BAKASHA.
	   05 WS-TB-YYYY	       PIC 9(4).
	   05 WS-TB-MM		       PIC 9(2).
	   05 WS-TB-DD		       PIC 9(2).
      *===============================================================*
      * THE 31 GENERATION SLOTS, EACH WITH THE DATE AND TIME OF THE
      * LATEST GIBUI RUN WRITTEN INTO IT -- THAT IS THE ONLY STATE
      * THE SLOT STILL HOLDS.  ZERO MEANS NO RUN HAS USED THE SLOT.
      *===============================================================*
       01 GN-TAVLAT-DOROT.
	 03 GN-ENTRY OCCURS 31 TIMES.
	   05 GN-TAARICH	       PIC 9(8).
	   05 GN-SHAA		       PIC 9(8).
       01 I-GN			       PIC 9(2) VALUE 0.
      *===============================================================*
      * A GIBUI LINE OF THE AUDIT TRAIL TAKEN APART.
      *===============================================================*
       01 GL-SHURAT-GIBUI.
	 03 GL-TAVIT		       PIC X(10).
	 03 GL-TAARICH		       PIC 9(8).
	 03 FILLER		       PIC X(1).
	 03 GL-SHAA		       PIC 9(8).
	 03 GL-TAVIT-GEN	       PIC X(5).
	 03 GL-DOR		       PIC 9(2).
	 03 FILLER		       PIC X(46).
      *===============================================================*
      * THE LAST GIBUI RUN ON OR BEFORE THE DATE ASKED FOR, AND THE
      * RANGE OF DATES THE SLOTS STILL HOLD.
      *===============================================================*
       01 WS-DOR-SADOT.
	 03 WS-DOR-TAARICH	       PIC 9(8) VALUE 0.
	 03 WS-DOR-SHAA 	       PIC 9(8) VALUE 0.
	 03 WS-DOR-MISPAR	       PIC 9(2) VALUE 0.
	 03 WS-DOR-RISHON	       PIC 9(8) VALUE 0.
	 03 WS-DOR-ACHARON	       PIC 9(8) VALUE 0.
       01 WS-DOR-TAKIN-SW	       PIC 9 VALUE 0.
	 88 WS-DOR-TAKIN	       VALUE 1.
      *===============================================================*
      * A CHANGE IS LISTED WHEN ITS DATE AND TIME COME AFTER WS-SAF:
      * THE GENERATION'S OWN RUN, OR THE END OF THE DATE ASKED FOR
      * WHEN THE RECORDS ARE RECONSTRUCTED.
      *===============================================================*
       01 WS-SAF.
	 03 WS-SAF-TAARICH	       PIC 9(8).
	 03 WS-SAF-SHAA 	       PIC 9(8).
       01 WS-SHINUI.
	 03 WS-SHINUI-TAARICH	       PIC X(8).
	 03 WS-SHINUI-SHAA	       PIC X(8).
      *===============================================================*
      * THE ACCOUNTS UNDER INQUIRY: THE ONE CHESHBON ASKED FOR, OR
      * EVERY CHESHBON THE CUSTOMER MASTER, THE ACCOUNT MASTER OR THE
      * RECORDS THEMSELVES TIE TO THE TZ.
      *===============================================================*
       01 AC-TAVLAT-CHESHBONOT.
	 03 AC-MONEH		       PIC 9(2) VALUE 0.
	 03 AC-ENTRY OCCURS 50 TIMES.
	   05 AC-CHESHBON	       PIC 9(10).
       01 I-AC			       PIC 9(2) VALUE 0.
       01 WS-AC-CHESHBON	       PIC 9(10).
       01 WS-AC-NIMTZA-SW	       PIC 9 VALUE 0.
	 88 WS-AC-NIMTZA	       VALUE 1.
       01 I-LK			       PIC 9(2) VALUE 0.
      *===============================================================*
       01 WS-RESHUMA-TAARICH.
	 03 WS-RT-YYYY		       PIC 9(4).
	 03 WS-RT-MM		       PIC 9(2).
	 03 WS-RT-DD		       PIC 9(2).
       01 WS-RT-MISPAR REDEFINES WS-RESHUMA-TAARICH  PIC 9(8).
      *===============================================================*
      * RECONSTRUCTION: RECORDS DATED AFTER THE DATE ASKED FOR ARE
      * LEFT OUT, AND THE OLDEST RECORD DATE ANY FILE STILL HOLDS
      * SHOWS HOW FAR BACK THE ARCHIVES REACH.
      *===============================================================*
       01 WS-SHICHZUR-SADOT.
	 03 WS-SINUN-SW 	       PIC 9 VALUE 0.
	   88 WS-SINUN		       VALUE 1.
	 03 WS-ATIK-BIYOTER	       PIC 9(8) VALUE 0.
	 03 I-ARC		       PIC 9(2) VALUE 0.
	 03 WS-ARC-MISPAR	       PIC 9(2).
      *===============================================================*
       01 WS-CHODESH-YT 	       PIC 9(6) VALUE 0.
       01 WS-CHODESH-BAKASHA	       PIC 9(6) VALUE 0.
      *===============================================================*
       01 WS-MONIM-AVAR.
	 03 WS-RESHUMA-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-SHINUI-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-ARCHIV-COUNT	       PIC 9(2) VALUE 0.
	 03 WS-YT-COUNT 	       PIC 9(2) VALUE 0.
       01 WS-SCHOM-TOTAL	       PIC S9(11)V99 VALUE 0.
      *===============================================================*
       01 WS-RUN-DATE		       PIC 9(8).
       01 WS-RUN-DATE-PEROT REDEFINES WS-RUN-DATE.
	 03 WS-RUN-YYYY 	       PIC 9(4).
	 03 WS-RUN-MM		       PIC 9(2).
	 03 WS-RUN-DD		       PIC 9(2).
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
       01 WS-HATZAGA-SADOT.
	 03 WS-H-SCHOM		       PIC --------9.99.
	 03 WS-H-SCHOM-2	       PIC --------9.99.
	 03 WS-H-YITRA		       PIC -----------9.99.
	 03 WS-H-YITRA-2	       PIC -----------9.99.
	 03 WS-H-COUNT		       PIC ZZZZZZ9.
      *===============================================================*
       01 SW-SWITCHIM.
	 03 SW-AVAR		       PIC 9 VALUE 0.
	   88 SW-SOF-AVAR	       VALUE 9.
	 03 SW-KVATZ-SW 	       PIC 9 VALUE 0.
	   88 SW-SOF-KVATZ	       VALUE 9.
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
      * POINT-IN-TIME INQUIRY.  FOR A CHESHBON OR A TZ AND A DATE IT
      * SHOWS THE RECORDS AS THEY STOOD ON THAT DATE AND EVERY CHANGE
      * MADE TO THE ACCOUNT SINCE.  THE STATE COMES FROM THE GIBUI
      * GENERATION TAKEN ON THE LAST GIBUI RUN NOT AFTER THE DATE,
      * WHILE THE 31-DAY CYCLE STILL HOLDS IT; OTHERWISE THE RECORDS
      * ARE RECONSTRUCTED FROM THE MASTER AND THE RADUM ARCHIVES.  THE
      * YITRA SNAPSHOT IS SHOWN WHEN THE DATE FALLS IN ITS MONTH.
      *===============================================================*
       AV-AVAR			       SECTION.
      *---------------------------------------------------------------*
       AV00.
	    PERFORM AVZK-KNISAT-MAFIL.
	    PERFORM AVZ-ATCHALAT-AVAR.
	    PERFORM AVA-KABALAT-BAKASHA UNTIL SW-SOF-AVAR.
	    CLOSE DO-BANK.
	    DISPLAY 'AVAR: SIYUM.'.
	    STOP RUN.
       AV-EXIT. EXIT.
      *===============================================================*
       AVA-KABALAT-BAKASHA	       SECTION.
      *---------------------------------------------------------------*
       AVA00.
	    DISPLAY ' '.
	    DISPLAY 'AVAR -- ITUR LE-TAARICH -- BCHAR PEULA:'.
	    DISPLAY '  (C)HESHBON -- ITUR LEFI CHESHBON'.
	    DISPLAY '  (Z)       -- ITUR LEFI TZ'.
	    DISPLAY '  (S)IYUM'.
	    ACCEPT WS-PEULA.
	    IF WS-PEULA-SIYUM
		   MOVE 9 TO SW-AVAR
		   GO TO AVA-EXIT.
	    IF NOT WS-PEULA-CHESHBON
	       AND NOT WS-PEULA-TZ
		   DISPLAY 'PEULA LO MUKERET: ' WS-PEULA
		   GO TO AVA-EXIT.
	    IF WS-PEULA-CHESHBON
		   DISPLAY 'CHESHBON (10 SFAROT): '
		   ACCEPT WS-CHESHBON-BAKASHA
	    ELSE
		   DISPLAY 'TZ (10 TAVIM): '
		   ACCEPT WS-TZ-BAKASHA.
	    PERFORM AVB-KABALAT-TAARICH.
	    IF NOT WS-BT-TAKIN
		   GO TO AVA-EXIT.
	    PERFORM AVC-ITUR.
       AVA-EXIT. EXIT.
      *===============================================================*
      * THE DATE ASKED FOR: A REAL DATE, NOT AFTER TODAY.
      *===============================================================*
       AVB-KABALAT-TAARICH	       SECTION.
      *---------------------------------------------------------------*
       AVB00.
	    DISPLAY 'TAARICH (YYYYMMDD): '.
	    ACCEPT WS-TAARICH-BAKASHA.
	    MOVE WS-TAARICH-BAKASHA TO WS-BT-TAARICH.
	    PERFORM AVQ-BDIKAT-TAARICH.
	    IF NOT WS-BT-TAKIN
		   GO TO AVB-EXIT.
	    IF WS-TAARICH-BAKASHA > WS-RUN-DATE
		   DISPLAY 'TAARICH ACHAREI HA-YOM'
		   MOVE 0 TO WS-BT-TAKIN-SW.
       AVB-EXIT. EXIT.
      *===============================================================*
      * ONE INQUIRY: THE ACCOUNTS, THE SOURCE OF THE STATE ON THE
      * DATE, THE RECORDS, THE SNAPSHOT AND THE CHANGES SINCE.
      *===============================================================*
       AVC-ITUR 		       SECTION.
      *---------------------------------------------------------------*
       AVC00.
	    MOVE 0 TO WS-RESHUMA-COUNT.
	    MOVE 0 TO WS-SHINUI-COUNT.
	    MOVE 0 TO WS-ARCHIV-COUNT.
	    MOVE 0 TO WS-SCHOM-TOTAL.
	    MOVE 0 TO WS-ATIK-BIYOTER.
	    PERFORM AVD-BNIYAT-CHESHBONOT.
	    PERFORM AVE-CHIPUS-DOR.
	    MOVE SPACES TO DO-REC.
	    PERFORM AVN-KTIVAT-SHURA.
	    MOVE SPACES TO DO-REC.
	    IF WS-PEULA-CHESHBON
		   STRING 'ITUR LE-TAARICH ' DELIMITED BY SIZE
		    WS-TAARICH-BAKASHA DELIMITED BY SIZE
		    ', CHESHBON ' DELIMITED BY SIZE
		    WS-CHESHBON-BAKASHA DELIMITED BY SIZE
		    ', MAFIL ' DELIMITED BY SIZE
		    WS-MAFIL DELIMITED BY SIZE INTO DO-REC
	    ELSE
		   STRING 'ITUR LE-TAARICH ' DELIMITED BY SIZE
		    WS-TAARICH-BAKASHA DELIMITED BY SIZE
		    ', TZ ' DELIMITED BY SIZE
		    WS-TZ-BAKASHA DELIMITED BY SIZE
		    ', MAFIL ' DELIMITED BY SIZE
		    WS-MAFIL DELIMITED BY SIZE INTO DO-REC.
	    PERFORM AVN-KTIVAT-SHURA.
	    IF WS-DOR-TAKIN
		   PERFORM AVF-MATZAV-MI-DOR
	    ELSE
		   PERFORM AVG-SHICHZUR.
	    MOVE WS-RESHUMA-COUNT TO WS-H-COUNT.
	    MOVE WS-SCHOM-TOTAL TO WS-H-YITRA.
	    MOVE SPACES TO DO-REC.
	    STRING 'RESHUMOT ...................... ' DELIMITED BY SIZE
	     WS-H-COUNT DELIMITED BY SIZE INTO DO-REC.
	    PERFORM AVN-KTIVAT-SHURA.
	    MOVE SPACES TO DO-REC.
	    STRING 'SCHOM HA-RESHUMOT ............. ' DELIMITED BY SIZE
	     WS-H-YITRA DELIMITED BY SIZE INTO DO-REC.
	    PERFORM AVN-KTIVAT-SHURA.
	    IF WS-PEULA-TZ
	       AND AC-MONEH = 0
		   MOVE SPACES TO DO-REC
		   STRING 'TZ ' DELIMITED BY SIZE
		    WS-TZ-BAKASHA DELIMITED BY SIZE
		    ' LO NIMTZA' DELIMITED BY SIZE INTO DO-REC
		   PERFORM AVN-KTIVAT-SHURA
		   GO TO AVC-EXIT.
	    PERFORM AVH-TMUNAT-YITRA.
	    MOVE SPACES TO DO-REC.
	    PERFORM AVN-KTIVAT-SHURA.
	    MOVE SPACES TO DO-REC.
	    STRING 'SHINUYIM ACHAREI ' DELIMITED BY SIZE
	     WS-SAF-TAARICH DELIMITED BY SIZE
	     ' ' DELIMITED BY SIZE
	     WS-SAF-SHAA DELIMITED BY SIZE
	     ':' DELIMITED BY SIZE INTO DO-REC.
	    PERFORM AVN-KTIVAT-SHURA.
	    PERFORM AVJ-SHINUYEI-TIKUN.
	    PERFORM AVK-SHINUYEI-KLITA.
	    PERFORM AVL-HACHLATOT-HACHRAA.
	    MOVE WS-SHINUI-COUNT TO WS-H-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING 'SHINUYIM ...................... ' DELIMITED BY SIZE
	     WS-H-COUNT DELIMITED BY SIZE INTO DO-REC.
	    PERFORM AVN-KTIVAT-SHURA.
       AVC-EXIT. EXIT.
      *===============================================================*
      * FOR A CHESHBON THE TABLE HOLDS THAT CHESHBON ALONE.  FOR A TZ
      * IT STARTS WITH EVERY CHESHBON LAKOACH.DAT AND CHESHBON.DAT
      * LIST FOR THE TZ; THE RECORD PASS ADDS ANY OTHER CHESHBON
      * THAT CARRIED THE TZ ON THE DATE.
      *===============================================================*
       AVD-BNIYAT-CHESHBONOT	       SECTION.
      *---------------------------------------------------------------*
       AVD00.
	    MOVE 0 TO AC-MONEH.
	    IF WS-PEULA-CHESHBON
		   MOVE WS-CHESHBON-BAKASHA TO WS-AC-CHESHBON
		   PERFORM AVM-HOSAFAT-CHESHBON
		   GO TO AVD-EXIT.
	    OPEN INPUT LK-BANK.
	    IF MH-LK-FILE-STATUS-TAKIN
		   PERFORM AVD1-KRIAT-LAKOACH
		    UNTIL MH-LK-FILE-STATUS NOT = '00'
		   CLOSE LK-BANK
	    ELSE IF NOT MH-LK-FILE-NOT-FOUND
		   DISPLAY 'ERROR OPENING LK-BANK, FILE STATUS = '
		     MH-LK-FILE-STATUS.
	    OPEN INPUT CB-BANK.
	    IF MH-CB-FILE-STATUS-TAKIN
		   PERFORM AVD3-KRIAT-CB
		    UNTIL MH-CB-FILE-STATUS NOT = '00'
		   CLOSE CB-BANK
	    ELSE IF NOT MH-CB-FILE-NOT-FOUND
		   DISPLAY 'ERROR OPENING CB-BANK, FILE STATUS = '
		     MH-CB-FILE-STATUS.
       AVD-EXIT. EXIT.
      *===============================================================*
       AVD1-KRIAT-LAKOACH	       SECTION.
      *---------------------------------------------------------------*
       AVD10-KRIAT-LAKOACH.
	    READ LK-BANK
		   AT END
		     GO TO AVD10-EXIT.
	    IF LK-TZ NOT = WS-TZ-BAKASHA
		   GO TO AVD10-EXIT.
	    PERFORM AVD2-PRAT-LAKOACH VARYING I-LK FROM 1 BY 1
	     UNTIL I-LK > LK-CHESHBON-COUNT OR I-LK > 20.
       AVD10-EXIT. EXIT.
      *===============================================================*
       AVD2-PRAT-LAKOACH	       SECTION.
      *---------------------------------------------------------------*
       AVD20-PRAT-LAKOACH.
	    MOVE LK-P-CHESHBON(I-LK) TO WS-AC-CHESHBON.
	    PERFORM AVM-HOSAFAT-CHESHBON.
       AVD20-EXIT. EXIT.
      *===============================================================*
       AVD3-KRIAT-CB		       SECTION.
      *---------------------------------------------------------------*
       AVD30-KRIAT-CB.
	    READ CB-BANK
		   AT END
		     GO TO AVD30-EXIT.
	    IF CB-TZ NOT = WS-TZ-BAKASHA
		   GO TO AVD30-EXIT.
	    MOVE CB-CHESHBON TO WS-AC-CHESHBON.
	    PERFORM AVM-HOSAFAT-CHESHBON.
       AVD30-EXIT. EXIT.
      *===============================================================*
      * READS THE AUDIT TRAIL FOR THE GIBUI RUNS.  EVERY SLOT KEEPS
      * ITS LATEST RUN; THE LAST RUN ON OR BEFORE THE DATE IS KEPT
      * APART.  ITS GENERATION STILL SHOWS THE DATE ONLY IF NO LATER
      * RUN HAS SINCE WRITTEN OVER ITS SLOT.
      *===============================================================*
       AVE-CHIPUS-DOR		       SECTION.
      *---------------------------------------------------------------*
       AVE00.
	    MOVE 0 TO WS-DOR-TAKIN-SW.
	    MOVE 0 TO WS-DOR-TAARICH.
	    MOVE 0 TO WS-DOR-SHAA.
	    MOVE 0 TO WS-DOR-MISPAR.
	    MOVE 0 TO WS-DOR-RISHON.
	    MOVE 0 TO WS-DOR-ACHARON.
	    PERFORM AVE2-IPUS-DOR VARYING I-GN FROM 1 BY 1
	     UNTIL I-GN > 31.
	    OPEN INPUT AT-BANK.
	    IF MH-AT-FILE-NOT-FOUND
		   GO TO AVE-EXIT.
	    IF NOT MH-AT-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING AT-BANK, FILE STATUS = '
		     MH-AT-FILE-STATUS
		   GO TO AVE-EXIT.
	    PERFORM AVE1-KRIAT-BIKORET
	     UNTIL MH-AT-FILE-STATUS NOT = '00'.
	    CLOSE AT-BANK.
	    PERFORM AVE3-TVACH-DOROT VARYING I-GN FROM 1 BY 1
	     UNTIL I-GN > 31.
	    IF WS-DOR-MISPAR = 0
		   GO TO AVE-EXIT.
	    IF GN-TAARICH(WS-DOR-MISPAR) = WS-DOR-TAARICH
	       AND GN-SHAA(WS-DOR-MISPAR) = WS-DOR-SHAA
		   SET WS-DOR-TAKIN TO TRUE.
       AVE-EXIT. EXIT.
      *===============================================================*
       AVE1-KRIAT-BIKORET	       SECTION.
      *---------------------------------------------------------------*
       AVE10-KRIAT-BIKORET.
	    READ AT-BANK
		   AT END
		     GO TO AVE10-EXIT.
	    MOVE AT-SHURA TO GL-SHURAT-GIBUI.
	    IF GL-TAVIT NOT = 'GIBUI RUN '
	       OR GL-TAVIT-GEN NOT = ' GEN '
	       OR GL-TAARICH NOT NUMERIC
	       OR GL-SHAA NOT NUMERIC
	       OR GL-DOR NOT NUMERIC
		   GO TO AVE10-EXIT.
	    IF GL-DOR < 1 OR GL-DOR > 31
		   GO TO AVE10-EXIT.
	    MOVE GL-TAARICH TO GN-TAARICH(GL-DOR).
	    MOVE GL-SHAA TO GN-SHAA(GL-DOR).
	    IF GL-TAARICH > WS-TAARICH-BAKASHA
		   GO TO AVE10-EXIT.
	    MOVE GL-TAARICH TO WS-DOR-TAARICH.
	    MOVE GL-SHAA TO WS-DOR-SHAA.
	    MOVE GL-DOR TO WS-DOR-MISPAR.
       AVE10-EXIT. EXIT.
      *===============================================================*
       AVE2-IPUS-DOR		       SECTION.
      *---------------------------------------------------------------*
       AVE20-IPUS-DOR.
	    MOVE 0 TO GN-TAARICH(I-GN).
	    MOVE 0 TO GN-SHAA(I-GN).
       AVE20-EXIT. EXIT.
      *===============================================================*
       AVE3-TVACH-DOROT 	       SECTION.
      *---------------------------------------------------------------*
       AVE30-TVACH-DOROT.
	    IF GN-TAARICH(I-GN) = 0
		   GO TO AVE30-EXIT.
	    IF WS-DOR-RISHON = 0
	       OR GN-TAARICH(I-GN) < WS-DOR-RISHON
		   MOVE GN-TAARICH(I-GN) TO WS-DOR-RISHON.
	    IF GN-TAARICH(I-GN) > WS-DOR-ACHARON
		   MOVE GN-TAARICH(I-GN) TO WS-DOR-ACHARON.
       AVE30-EXIT. EXIT.
      *===============================================================*
      * THE DATE IS INSIDE THE CYCLE: THE RECORDS ARE EXACTLY THOSE
      * ON THE GENERATION OF THE LAST GIBUI RUN NOT AFTER IT.
      *===============================================================*
       AVF-MATZAV-MI-DOR	       SECTION.
      *---------------------------------------------------------------*
       AVF00.
	    MOVE SPACES TO WS-KM-FILE-NAME.
	    STRING 'A:MIZUG' DELIMITED BY SIZE
	     WS-DOR-MISPAR DELIMITED BY SIZE
	     '.GEN' DELIMITED BY SIZE INTO WS-KM-FILE-NAME.
	    MOVE WS-DOR-TAARICH TO WS-SAF-TAARICH.
	    MOVE WS-DOR-SHAA TO WS-SAF-SHAA.
	    MOVE SPACES TO DO-REC.
	    STRING 'MAKOR: DOR GIBUI ' DELIMITED BY SIZE
	     WS-DOR-MISPAR DELIMITED BY SIZE
	     ', RITZA ' DELIMITED BY SIZE
	     WS-DOR-TAARICH DELIMITED BY SIZE
	     ' ' DELIMITED BY SIZE
	     WS-DOR-SHAA DELIMITED BY SIZE
	     ' (' DELIMITED BY SIZE
	     WS-KM-FILE-NAME DELIMITED BY SPACE
	     ')' DELIMITED BY SIZE INTO DO-REC.
	    PERFORM AVN-KTIVAT-SHURA.
	    MOVE 0 TO WS-SINUN-SW.
	    PERFORM AVF1-SRIKAT-KOVETZ.
	    IF MH-KM-FILE-NOT-FOUND
		   MOVE SPACES TO DO-REC
		   STRING '*** KOVETZ HA-DOR ' DELIMITED BY SIZE
		    WS-KM-FILE-NAME DELIMITED BY SPACE
		    ' CHASER -- EIN MATZAV LE-TAARICH ***'
		    DELIMITED BY SIZE INTO DO-REC
		   PERFORM AVN-KTIVAT-SHURA.
       AVF-EXIT. EXIT.
      *===============================================================*
      * ONE PASS OVER THE FILE NAMED IN WS-KM-FILE-NAME, LISTING THE
      * RECORDS OF THE ACCOUNTS UNDER INQUIRY.  A MISSING FILE IS
      * LEFT FOR THE CALLER TO REPORT.
      *===============================================================*
       AVF1-SRIKAT-KOVETZ	       SECTION.
      *---------------------------------------------------------------*
       AVF10-SRIKAT-KOVETZ.
	    OPEN INPUT KM-BANK.
	    IF MH-KM-FILE-NOT-FOUND
		   GO TO AVF10-EXIT.
	    IF NOT MH-KM-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING KM-BANK, FILE STATUS = '
		     MH-KM-FILE-STATUS
		   GO TO AVF10-EXIT.
	    MOVE 0 TO SW-KVATZ-SW.
	    PERFORM AVF2-KRIAT-KM UNTIL SW-SOF-KVATZ.
	    CLOSE KM-BANK.
       AVF10-EXIT. EXIT.
      *===============================================================*
       AVF2-KRIAT-KM		       SECTION.
      *---------------------------------------------------------------*
       AVF20-KRIAT-KM.
	    READ KM-BANK
		   AT END
		     MOVE 9 TO SW-KVATZ-SW
		     GO TO AVF20-EXIT.
	    MOVE KM-YY TO WS-RT-YYYY.
	    MOVE KM-MM TO WS-RT-MM.
	    MOVE KM-DD TO WS-RT-DD.
	    IF WS-ATIK-BIYOTER = 0
	       OR WS-RT-MISPAR < WS-ATIK-BIYOTER
		   MOVE WS-RT-MISPAR TO WS-ATIK-BIYOTER.
	    IF WS-SINUN
	       AND WS-RT-MISPAR > WS-TAARICH-BAKASHA
		   GO TO AVF20-EXIT.
	    MOVE KM-CHESHBON TO WS-AC-CHESHBON.
	    PERFORM AVP-CHIPUS-CHESHBON.
	    IF NOT WS-AC-NIMTZA
	       AND WS-PEULA-TZ
	       AND KM-TZ = WS-TZ-BAKASHA
		   PERFORM AVM-HOSAFAT-CHESHBON
		   SET WS-AC-NIMTZA TO TRUE.
	    IF NOT WS-AC-NIMTZA
		   GO TO AVF20-EXIT.
	    ADD 1 TO WS-RESHUMA-COUNT.
	    ADD KM-SCHOM TO WS-SCHOM-TOTAL.
	    MOVE KM-SCHOM TO WS-H-SCHOM.
	    MOVE SPACES TO DO-REC.
	    STRING '  ' DELIMITED BY SIZE
	     KM-CHESHBON DELIMITED BY SIZE
	     ' ' DELIMITED BY SIZE
	     KM-SHEM DELIMITED BY SIZE
	     ' ' DELIMITED BY SIZE
	     KM-TZ DELIMITED BY SIZE
	     ' ' DELIMITED BY SIZE
	     KM-DD DELIMITED BY SIZE
	     '/' DELIMITED BY SIZE
	     KM-MM DELIMITED BY SIZE
	     '/' DELIMITED BY SIZE
	     KM-YY DELIMITED BY SIZE
	     ' ' DELIMITED BY SIZE
	     KM-KOD DELIMITED BY SIZE
	     WS-H-SCHOM DELIMITED BY SIZE
	     ' ' DELIMITED BY SIZE
	     KM-SOURCE DELIMITED BY SIZE INTO DO-REC.
	    PERFORM AVN-KTIVAT-SHURA.
       AVF20-EXIT. EXIT.
      *===============================================================*
      * THE DATE IS OUTSIDE THE CYCLE.  THE OPERATOR IS TOLD SO, AND
      * THE RECORDS DATED UP TO IT ARE GATHERED FROM THE MASTER AND
      * EVERY RADUM ARCHIVE STILL ON THE DISK -- AS THEY STAND TODAY,
      * SO ANY TIKUN SINCE IS ALREADY IN THEM AND IS LISTED BELOW.
      * WHEN EVEN THE OLDEST RECORD HELD IS LATER THAN THE DATE, THE
      * DATE IS BEYOND THE ARCHIVES AS WELL.
      *===============================================================*
       AVG-SHICHZUR		       SECTION.
      *---------------------------------------------------------------*
       AVG00.
	    MOVE WS-TAARICH-BAKASHA TO WS-SAF-TAARICH.
	    MOVE 99999999 TO WS-SAF-SHAA.
	    MOVE SPACES TO DO-REC.
	    STRING '*** TAARICH ' DELIMITED BY SIZE
	     WS-TAARICH-BAKASHA DELIMITED BY SIZE
	     ' MICHUTZ LE-MACHZOR 31 DOROT HA-GIBUI ***'
	     DELIMITED BY SIZE INTO DO-REC.
	    PERFORM AVN-KTIVAT-SHURA.
	    MOVE SPACES TO DO-REC.
	    IF WS-DOR-RISHON = 0
		   STRING '    EIN RITZAT GIBUI BE-MIZUG.AUD'
		    DELIMITED BY SIZE INTO DO-REC
	    ELSE
		   STRING '    HA-DOROT MACHZIKIM RITZOT ' DELIMITED
		    BY SIZE
		    WS-DOR-RISHON DELIMITED BY SIZE
		    ' AD ' DELIMITED BY SIZE
		    WS-DOR-ACHARON DELIMITED BY SIZE INTO DO-REC.
	    PERFORM AVN-KTIVAT-SHURA.
	    MOVE SPACES TO DO-REC.
	    STRING 'MAKOR: SHICHZUR ME-' DELIMITED BY SIZE
	     WS-KM-NOCHECHI DELIMITED BY SPACE
	     ' U-MI-ARCHIVEI RADUM, RESHUMOT AD '
	     DELIMITED BY SIZE
	     WS-TAARICH-BAKASHA DELIMITED BY SIZE INTO DO-REC.
	    PERFORM AVN-KTIVAT-SHURA.
	    SET WS-SINUN TO TRUE.
	    MOVE WS-KM-NOCHECHI TO WS-KM-FILE-NAME.
	    PERFORM AVF1-SRIKAT-KOVETZ.
	    IF MH-KM-FILE-NOT-FOUND
		   MOVE SPACES TO DO-REC
		   STRING '    ' DELIMITED BY SIZE
		    WS-KM-NOCHECHI DELIMITED BY SPACE
		    ' CHASER' DELIMITED BY SIZE INTO DO-REC
		   PERFORM AVN-KTIVAT-SHURA.
	    PERFORM AVG1-ARCHIV VARYING I-ARC FROM 1 BY 1
	     UNTIL I-ARC > 31.
	    MOVE WS-ARCHIV-COUNT TO WS-H-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING 'ARCHIVEI RADUM SHE-NIKRAU ..... ' DELIMITED BY
	     SIZE
	     WS-H-COUNT DELIMITED BY SIZE INTO DO-REC.
	    PERFORM AVN-KTIVAT-SHURA.
	    MOVE 0 TO WS-SINUN-SW.
	    IF WS-ATIK-BIYOTER = 0
	       OR WS-ATIK-BIYOTER > WS-TAARICH-BAKASHA
		   MOVE SPACES TO DO-REC
		   STRING '*** TAARICH ' DELIMITED BY SIZE
		    WS-TAARICH-BAKASHA DELIMITED BY SIZE
		    ' KODEM LA-RESHUMA HA-ATIKA BIYOTER ('
		    DELIMITED BY SIZE
		    WS-ATIK-BIYOTER DELIMITED BY SIZE
		    ') ***' DELIMITED BY SIZE INTO DO-REC
		   PERFORM AVN-KTIVAT-SHURA
		   MOVE SPACES TO DO-REC
		   STRING '    HA-ARCHIVIM EINAM MACHZIKIM OTO'
		    DELIMITED BY SIZE INTO DO-REC
		   PERFORM AVN-KTIVAT-SHURA.
       AVG-EXIT. EXIT.
      *===============================================================*
       AVG1-ARCHIV		       SECTION.
      *---------------------------------------------------------------*
       AVG10-ARCHIV.
	    MOVE I-ARC TO WS-ARC-MISPAR.
	    MOVE SPACES TO WS-KM-FILE-NAME.
	    STRING 'A:RADUM' DELIMITED BY SIZE
	     WS-ARC-MISPAR DELIMITED BY SIZE
	     '.ARC' DELIMITED BY SIZE INTO WS-KM-FILE-NAME.
	    PERFORM AVF1-SRIKAT-KOVETZ.
	    IF MH-KM-FILE-STATUS-TAKIN
		   ADD 1 TO WS-ARCHIV-COUNT.
       AVG10-EXIT. EXIT.
      *===============================================================*
      * THE MONTH-END SNAPSHOT COVERS ONLY ITS OWN MONTH: ITS OPENING
      * BALANCE STOOD AT THE START OF THE MONTH AND ITS CLOSING
      * BALANCE AT THE END.
      *===============================================================*
       AVH-TMUNAT-YITRA 	       SECTION.
      *---------------------------------------------------------------*
       AVH00.
	    COMPUTE WS-CHODESH-BAKASHA = WS-TB-YYYY * 100 + WS-TB-MM.
	    IF WS-CHODESH-BAKASHA NOT = WS-CHODESH-YT
		   MOVE SPACES TO DO-REC
		   STRING 'TMUNAT YITRA (' DELIMITED BY SIZE
		    WS-YT-FILE-NAME DELIMITED BY SPACE
		    ') LE-CHODESH ' DELIMITED BY SIZE
		    WS-CHODESH-YT DELIMITED BY SIZE
		    ' -- LO MECHASA' DELIMITED BY SIZE INTO DO-REC
		   PERFORM AVN-KTIVAT-SHURA
		   GO TO AVH-EXIT.
	    OPEN INPUT YT-BANK.
	    IF MH-YT-FILE-NOT-FOUND
		   MOVE SPACES TO DO-REC
		   STRING 'TMUNAT YITRA ' DELIMITED BY SIZE
		    WS-YT-FILE-NAME DELIMITED BY SPACE
		    ' CHASERA' DELIMITED BY SIZE INTO DO-REC
		   PERFORM AVN-KTIVAT-SHURA
		   GO TO AVH-EXIT.
	    IF NOT MH-YT-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING YT-BANK, FILE STATUS = '
		     MH-YT-FILE-STATUS
		   GO TO AVH-EXIT.
	    MOVE SPACES TO DO-REC.
	    STRING 'TMUNAT YITRA LE-CHODESH ' DELIMITED BY SIZE
	     WS-CHODESH-YT DELIMITED BY SIZE
	     ' (' DELIMITED BY SIZE
	     WS-YT-FILE-NAME DELIMITED BY SPACE
	     '):' DELIMITED BY SIZE INTO DO-REC.
	    PERFORM AVN-KTIVAT-SHURA.
	    MOVE 0 TO WS-YT-COUNT.
	    PERFORM AVH1-KRIAT-YT
	     UNTIL MH-YT-FILE-STATUS NOT = '00'.
	    CLOSE YT-BANK.
	    IF WS-YT-COUNT = 0
		   MOVE SPACES TO DO-REC
		   STRING '  EIN RESHUMA BA-TMUNA' DELIMITED BY SIZE
		    INTO DO-REC
		   PERFORM AVN-KTIVAT-SHURA.
       AVH-EXIT. EXIT.
      *===============================================================*
       AVH1-KRIAT-YT		       SECTION.
      *---------------------------------------------------------------*
       AVH10-KRIAT-YT.
	    READ YT-BANK
		   AT END
		     GO TO AVH10-EXIT.
	    MOVE YT-CHESHBON TO WS-AC-CHESHBON.
	    PERFORM AVP-CHIPUS-CHESHBON.
	    IF NOT WS-AC-NIMTZA
		   GO TO AVH10-EXIT.
	    ADD 1 TO WS-YT-COUNT.
	    MOVE YT-PTICHA TO WS-H-YITRA.
	    MOVE YT-SGIRA TO WS-H-YITRA-2.
	    MOVE SPACES TO DO-REC.
	    STRING '  ' DELIMITED BY SIZE
	     YT-CHESHBON DELIMITED BY SIZE
	     ' PTICHA' DELIMITED BY SIZE
	     WS-H-YITRA DELIMITED BY SIZE
	     ' SGIRA' DELIMITED BY SIZE
	     WS-H-YITRA-2 DELIMITED BY SIZE INTO DO-REC.
	    PERFORM AVN-KTIVAT-SHURA.
	    MOVE YT-CHOVA TO WS-H-YITRA.
	    MOVE YT-ZCHUT TO WS-H-YITRA-2.
	    MOVE YT-TNUA-COUNT TO WS-H-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING '             CHOVA ' DELIMITED BY SIZE
	     WS-H-YITRA DELIMITED BY SIZE
	     ' ZCHUT' DELIMITED BY SIZE
	     WS-H-YITRA-2 DELIMITED BY SIZE
	     ' TNUOT' DELIMITED BY SIZE
	     WS-H-COUNT DELIMITED BY SIZE INTO DO-REC.
	    PERFORM AVN-KTIVAT-SHURA.
       AVH10-EXIT. EXIT.
      *===============================================================*
      * EVERY TIKUN LINE ON THE ACCOUNTS AFTER THE STATE SHOWN, IN
      * FULL AS TIKUN WROTE IT.
      *===============================================================*
       AVJ-SHINUYEI-TIKUN	       SECTION.
      *---------------------------------------------------------------*
       AVJ00.
	    OPEN INPUT TC-BANK.
	    IF MH-TC-FILE-NOT-FOUND
		   GO TO AVJ-EXIT.
	    IF NOT MH-TC-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING TC-BANK, FILE STATUS = '
		     MH-TC-FILE-STATUS
		   GO TO AVJ-EXIT.
	    PERFORM AVJ1-KRIAT-TC
	     UNTIL MH-TC-FILE-STATUS NOT = '00'.
	    CLOSE TC-BANK.
       AVJ-EXIT. EXIT.
      *===============================================================*
       AVJ1-KRIAT-TC		       SECTION.
      *---------------------------------------------------------------*
       AVJ10-KRIAT-TC.
	    READ TC-BANK
		   AT END
		     GO TO AVJ10-EXIT.
	    IF TC-TAVIT NOT = ' CHESHBON='
	       OR TC-CHESHBON NOT NUMERIC
		   GO TO AVJ10-EXIT.
	    MOVE TC-TAARICH TO WS-SHINUI-TAARICH.
	    MOVE TC-SHAA TO WS-SHINUI-SHAA.
	    IF WS-SHINUI NOT > WS-SAF
		   GO TO AVJ10-EXIT.
	    MOVE TC-CHESHBON TO WS-AC-CHESHBON.
	    PERFORM AVP-CHIPUS-CHESHBON.
	    IF NOT WS-AC-NIMTZA
		   GO TO AVJ10-EXIT.
	    ADD 1 TO WS-SHINUI-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING 'TIKUN   ' DELIMITED BY SIZE
	     TC-CHELEK-1 DELIMITED BY SIZE INTO DO-REC.
	    PERFORM AVN-KTIVAT-SHURA.
	    IF TC-CHELEK-2 NOT = SPACES
		   MOVE SPACES TO DO-REC
		   STRING '        ' DELIMITED BY SIZE
		    TC-CHELEK-2 DELIMITED BY SIZE INTO DO-REC
		   PERFORM AVN-KTIVAT-SHURA.
	    IF TC-CHELEK-3 NOT = SPACES
		   MOVE SPACES TO DO-REC
		   STRING '        ' DELIMITED BY SIZE
		    TC-CHELEK-3 DELIMITED BY SIZE INTO DO-REC
		   PERFORM AVN-KTIVAT-SHURA.
       AVJ10-EXIT. EXIT.
      *===============================================================*
      * EVERY HEAD-OFFICE ADJUSTMENT KLITA POSTED TO THE ACCOUNTS
      * AFTER THE STATE SHOWN.
      *===============================================================*
       AVK-SHINUYEI-KLITA	       SECTION.
      *---------------------------------------------------------------*
       AVK00.
	    OPEN INPUT KJ-BANK.
	    IF MH-KJ-FILE-NOT-FOUND
		   GO TO AVK-EXIT.
	    IF NOT MH-KJ-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING KJ-BANK, FILE STATUS = '
		     MH-KJ-FILE-STATUS
		   GO TO AVK-EXIT.
	    PERFORM AVK1-KRIAT-KJ
	     UNTIL MH-KJ-FILE-STATUS NOT = '00'.
	    CLOSE KJ-BANK.
       AVK-EXIT. EXIT.
      *===============================================================*
       AVK1-KRIAT-KJ		       SECTION.
      *---------------------------------------------------------------*
       AVK10-KRIAT-KJ.
	    READ KJ-BANK
		   AT END
		     GO TO AVK10-EXIT.
	    MOVE KJ-TAARICH TO WS-SHINUI-TAARICH.
	    MOVE KJ-SHAA TO WS-SHINUI-SHAA.
	    IF WS-SHINUI NOT > WS-SAF
		   GO TO AVK10-EXIT.
	    MOVE KJ-CHESHBON TO WS-AC-CHESHBON.
	    PERFORM AVP-CHIPUS-CHESHBON.
	    IF NOT WS-AC-NIMTZA
		   GO TO AVK10-EXIT.
	    ADD 1 TO WS-SHINUI-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING 'KLITA   ' DELIMITED BY SIZE
	     KJ-TAARICH DELIMITED BY SIZE
	     ' ' DELIMITED BY SIZE
	     KJ-SHAA DELIMITED BY SIZE
	     ' CHESHBON=' DELIMITED BY SIZE
	     KJ-CHESHBON DELIMITED BY SIZE
	     ' KOD=' DELIMITED BY SIZE
	     KJ-KOD DELIMITED BY SIZE
	     ' SOURCE=' DELIMITED BY SIZE
	     KJ-SOURCE DELIMITED BY SIZE INTO DO-REC.
	    PERFORM AVN-KTIVAT-SHURA.
	    MOVE KJ-SCHOM TO WS-H-SCHOM.
	    MOVE KJ-SCHOM-ACHAREI TO WS-H-SCHOM-2.
	    MOVE SPACES TO DO-REC.
	    STRING '        SCHOM=' DELIMITED BY SIZE
	     WS-H-SCHOM DELIMITED BY SIZE
	     ' ACHAREI=' DELIMITED BY SIZE
	     WS-H-SCHOM-2 DELIMITED BY SIZE
	     ' ME-' DELIMITED BY SIZE
	     KJ-MAARECHET DELIMITED BY SIZE INTO DO-REC.
	    PERFORM AVN-KTIVAT-SHURA.
       AVK10-EXIT. EXIT.
      *===============================================================*
      * EVERY COLLISION DECISION ON THE ACCOUNTS -- AS THE CHESHBON
      * KEPT OR AS THE NEW NUMBER GIVEN -- AFTER THE STATE SHOWN.  A
      * DECISION RECORDED BEFORE THE REGISTRY WAS DATED CANNOT BE
      * PLACED IN TIME AND IS ALWAYS LISTED, MARKED LELO TAARICH.
      *===============================================================*
       AVL-HACHLATOT-HACHRAA	       SECTION.
      *---------------------------------------------------------------*
       AVL00.
	    OPEN INPUT RS-BANK.
	    IF MH-RS-FILE-NOT-FOUND
		   GO TO AVL-EXIT.
	    IF NOT MH-RS-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING RS-BANK, FILE STATUS = '
		     MH-RS-FILE-STATUS
		   GO TO AVL-EXIT.
	    PERFORM AVL1-KRIAT-RS
	     UNTIL MH-RS-FILE-STATUS NOT = '00'.
	    CLOSE RS-BANK.
       AVL-EXIT. EXIT.
      *===============================================================*
       AVL1-KRIAT-RS		       SECTION.
      *---------------------------------------------------------------*
       AVL10-KRIAT-RS.
	    READ RS-BANK
		   AT END
		     GO TO AVL10-EXIT.
	    IF RS-TAARICH NUMERIC
		   MOVE RS-TAARICH TO WS-SHINUI-TAARICH
		   MOVE RS-SHAA TO WS-SHINUI-SHAA
		   IF WS-SHINUI NOT > WS-SAF
			 GO TO AVL10-EXIT.
	    MOVE RS-CHESHBON TO WS-AC-CHESHBON.
	    PERFORM AVP-CHIPUS-CHESHBON.
	    IF NOT WS-AC-NIMTZA
	       AND RS-CHESHBON-CHADASH NOT = 0
		   MOVE RS-CHESHBON-CHADASH TO WS-AC-CHESHBON
		   PERFORM AVP-CHIPUS-CHESHBON.
	    IF NOT WS-AC-NIMTZA
		   GO TO AVL10-EXIT.
	    ADD 1 TO WS-SHINUI-COUNT.
	    MOVE SPACES TO DO-REC.
	    IF RS-TAARICH NUMERIC
		   STRING 'HACHRAA ' DELIMITED BY SIZE
		    RS-TAARICH DELIMITED BY SIZE
		    ' ' DELIMITED BY SIZE
		    RS-SHAA DELIMITED BY SIZE
		    ' MAFIL=' DELIMITED BY SIZE
		    RS-MAFIL DELIMITED BY SIZE INTO DO-REC
	    ELSE
		   STRING 'HACHRAA LELO TAARICH' DELIMITED BY SIZE
		    INTO DO-REC.
	    PERFORM AVN-KTIVAT-SHURA.
	    MOVE SPACES TO DO-REC.
	    STRING '        CHESHBON=' DELIMITED BY SIZE
	     RS-CHESHBON DELIMITED BY SIZE
	     ' PEULA=' DELIMITED BY SIZE
	     RS-PEULA DELIMITED BY SIZE
	     ' SOURCE=' DELIMITED BY SIZE
	     RS-SOURCE DELIMITED BY SIZE
	     ' CHADASH=' DELIMITED BY SIZE
	     RS-CHESHBON-CHADASH DELIMITED BY SIZE INTO DO-REC.
	    PERFORM AVN-KTIVAT-SHURA.
       AVL10-EXIT. EXIT.
      *===============================================================*
      * ADDS WS-AC-CHESHBON TO THE TABLE UNLESS IT IS THERE ALREADY.
      *===============================================================*
       AVM-HOSAFAT-CHESHBON	       SECTION.
      *---------------------------------------------------------------*
       AVM00.
	    PERFORM AVP-CHIPUS-CHESHBON.
	    IF WS-AC-NIMTZA
		   GO TO AVM-EXIT.
	    IF AC-MONEH = 50
		   DISPLAY 'AVAR: YOTER MI-50 CHESHBONOT LE-TZ, '
		     'ENLARGE AC-TAVLAT-CHESHBONOT'
		   GO TO AVM-EXIT.
	    ADD 1 TO AC-MONEH.
	    MOVE WS-AC-CHESHBON TO AC-CHESHBON(AC-MONEH).
       AVM-EXIT. EXIT.
      *===============================================================*
      * WRITES DO-REC TO THE REPORT AND THE SCREEN.
      *===============================================================*
       AVN-KTIVAT-SHURA 	       SECTION.
      *---------------------------------------------------------------*
       AVN00.
	    WRITE DO-REC.
	    DISPLAY DO-REC.
       AVN-EXIT. EXIT.
      *===============================================================*
       AVP-CHIPUS-CHESHBON	       SECTION.
      *---------------------------------------------------------------*
       AVP00.
	    MOVE 0 TO WS-AC-NIMTZA-SW.
	    IF AC-MONEH > 0
		   PERFORM AVP10-HASHVAAT-CHESHBON VARYING I-AC FROM 1
		    BY 1 UNTIL I-AC > AC-MONEH OR WS-AC-NIMTZA.
	    GO TO AVP-EXIT.
      *===============================================================*
       AVP10-HASHVAAT-CHESHBON.
	    IF AC-CHESHBON(I-AC) = WS-AC-CHESHBON
		   SET WS-AC-NIMTZA TO TRUE.
       AVP10-END.
       AVP-EXIT. EXIT.
      *===============================================================*
       AVQ-BDIKAT-TAARICH	       SECTION.
      *---------------------------------------------------------------*
       AVQ00.
	    MOVE 0 TO WS-BT-TAKIN-SW.
	    IF WS-BT-YYYY < 1900
	       OR WS-BT-MM < 1 OR WS-BT-MM > 12
	       OR WS-BT-DD < 1
		   DISPLAY 'TAARICH LO TAKIN: ' WS-BT-TAARICH
		   GO TO AVQ-EXIT.
	    MOVE WS-BT-YYYY TO WS-MY-YYYY.
	    MOVE WS-BT-MM TO WS-MY-MM.
	    MOVE 1 TO WS-MY-DD.
	    PERFORM AVR-MISPAR-YOM.
	    MOVE WS-MY-YAMIM TO WS-BT-YAMIM-RISHON.
	    IF WS-BT-MM = 12
		   COMPUTE WS-MY-YYYY = WS-BT-YYYY + 1
		   MOVE 1 TO WS-MY-MM
	    ELSE
		   COMPUTE WS-MY-MM = WS-BT-MM + 1.
	    PERFORM AVR-MISPAR-YOM.
	    COMPUTE WS-BT-ORECH = WS-MY-YAMIM - WS-BT-YAMIM-RISHON.
	    IF WS-BT-DD > WS-BT-ORECH
		   DISPLAY 'TAARICH LO TAKIN: ' WS-BT-TAARICH
		   GO TO AVQ-EXIT.
	    SET WS-BT-TAKIN TO TRUE.
       AVQ-EXIT. EXIT.
      *===============================================================*
      * WS-MY-TAARICH IN, WS-MY-YAMIM OUT.  EACH DIVIDE DROPS ITS
      * REMAINDER, WHICH IS WHAT COUNTS THE LEAP DAYS.
      *===============================================================*
       AVR-MISPAR-YOM		       SECTION.
      *---------------------------------------------------------------*
       AVR00.
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
       AVR-EXIT. EXIT.
      *===============================================================*
       AVZ-ATCHALAT-AVAR	       SECTION.
      *---------------------------------------------------------------*
       AVZ00.
	    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
	    IF WS-RUN-MM = 1
		   COMPUTE WS-CHODESH-YT = (WS-RUN-YYYY - 1) * 100 + 12
	    ELSE
		   COMPUTE WS-CHODESH-YT = WS-RUN-YYYY * 100
		     + WS-RUN-MM - 1.
	    PERFORM AVZ1-KRIAT-PARAMETRIM.
	    OPEN OUTPUT DO-BANK.
	    IF NOT MH-DO-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING DO-BANK, FILE STATUS = '
		     MH-DO-FILE-STATUS
		   STOP RUN.
	    MOVE SPACES TO DO-REC.
	    STRING 'AVAR POINT-IN-TIME INQUIRY, TAARICH ' DELIMITED BY
	     SIZE
	     WS-RUN-DATE DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
       AVZ-EXIT. EXIT.
      *===============================================================*
       AVZ1-KRIAT-PARAMETRIM	       SECTION.
      *---------------------------------------------------------------*
       AVZ10-KRIAT-PARAMETRIM.
	    OPEN INPUT PM-BANK.
	    IF MH-PM-FILE-NOT-FOUND
		   GO TO AVZ10-EXIT.
	    IF NOT MH-PM-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING PM-BANK, FILE STATUS = '
		     MH-PM-FILE-STATUS
		   STOP RUN.
	    READ PM-BANK
		   AT END
		     CLOSE PM-BANK
		     GO TO AVZ10-EXIT.
	    IF PM-KM-FILE NOT = SPACES
		   MOVE PM-KM-FILE TO WS-KM-NOCHECHI.
	    IF PM-YT-FILE NOT = SPACES
		   MOVE PM-YT-FILE TO WS-YT-FILE-NAME.
	    IF PM-CHODESH NUMERIC
		   MOVE PM-CHODESH TO WS-CHODESH-YT.
	    CLOSE PM-BANK.
       AVZ10-EXIT. EXIT.
      *===============================================================*
      * OPERATOR SIGN-ON: THREE TRIES AT OPERATOR ID AND PASSWORD
      * AGAINST THE REGISTRY.  A BLOCKED OPERATOR, OR NO REGISTRY AT
      * ALL, ENDS THE RUN.
      *===============================================================*
       AVZK-KNISAT-MAFIL	       SECTION.
      *---------------------------------------------------------------*
       AVZK00.
	    PERFORM AVZK1-NISAYON-KNISA
	     UNTIL WS-KNISA-TAKINA OR WS-NISAYON = 3.
	    IF NOT WS-KNISA-TAKINA
		   DISPLAY 'AVAR: KNISA NICHSHELA -- SIYUM'
		   STOP RUN.
	    DISPLAY 'AVAR: MAFIL ' WS-MAFIL ' NICHNAS'.
       AVZK-EXIT. EXIT.
      *===============================================================*
       AVZK1-NISAYON-KNISA	       SECTION.
      *---------------------------------------------------------------*
       AVZK10-NISAYON-KNISA.
	    ADD 1 TO WS-NISAYON.
	    DISPLAY 'MAFIL: '.
	    ACCEPT WS-MAFIL.
	    DISPLAY 'SISMA: '.
	    ACCEPT WS-SISMA.
	    IF WS-MAFIL = SPACES
		   DISPLAY 'MAFIL CHASER'
		   GO TO AVZK10-EXIT.
	    OPEN INPUT MF-BANK.
	    IF MH-MF-FILE-NOT-FOUND
		   DISPLAY 'AVAR: EIN A:MAFILIM.DAT -- SIYUM'
		   STOP RUN.
	    IF NOT MH-MF-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING MF-BANK, FILE STATUS = '
		     MH-MF-FILE-STATUS
		   STOP RUN.
	    PERFORM AVZK2-KRIAT-MAFIL
	     UNTIL MH-MF-FILE-STATUS NOT = '00' OR WS-KNISA-TAKINA.
	    CLOSE MF-BANK.
	    IF NOT WS-KNISA-TAKINA
		   DISPLAY 'MAFIL O SISMA SHGUYIM'.
       AVZK10-EXIT. EXIT.
      *===============================================================*
       AVZK2-KRIAT-MAFIL	       SECTION.
      *---------------------------------------------------------------*
       AVZK20-KRIAT-MAFIL.
	    READ MF-BANK
		   AT END
		     GO TO AVZK20-EXIT.
	    IF MF-MAFIL NOT = WS-MAFIL
	       OR MF-SISMA NOT = WS-SISMA
		   GO TO AVZK20-EXIT.
	    IF MF-MATZAV = 'N'
		   DISPLAY 'AVAR: MAFIL ' WS-MAFIL ' CHASUM -- SIYUM'
		   CLOSE MF-BANK
		   STOP RUN.
	    MOVE MF-RAMA TO WS-RAMA.
	    SET WS-KNISA-TAKINA TO TRUE.
       AVZK20-EXIT. EXIT.
      *===============================================================*
