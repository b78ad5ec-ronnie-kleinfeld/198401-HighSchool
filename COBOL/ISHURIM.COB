       IDENTIFICATION		       DIVISION.
      *****************************************************************
       PROGRAM-ID.		       ISHURIM.
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
	    SELECT NY-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-NY-FILE-STATUS
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
	    SELECT TR-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-TR-FILE-STATUS
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
      * THE WITHHOLDING LEDGER WRITTEN BY RIBIT: ONE LINE PER CREDIT
      * INTEREST MOVEMENT, NY-PTUR 'P' FOR AN EXEMPT TZ.
      *===============================================================*
       FD NY-BANK
	   VALUE OF FILE-ID WS-NY-FILE-NAME
	   LABEL RECORD STANDARD.
       01 NY-REC.
	 03 NY-RUN-DATE.
	   05 NY-RUN-YYYY	       PIC 9(4).
	   05 NY-RUN-MMDD	       PIC 9(4).
	 03 NY-RUN-TIME 	       PIC 9(8).
	 03 NY-CHESHBON 	       PIC 9(10).
	 03 NY-SHEM		       PIC X(10).
	 03 NY-TZ		       PIC X(10).
	 03 NY-SOURCE		       PIC X(10).
	 03 NY-BRUTO		       PIC 9(7)V99.
	 03 NY-MAS		       PIC 9(7)V99.
	 03 NY-PTUR		       PIC X(1).
      *===============================================================*
       SD SB-BANK.
       01 SB-REC.
	 03 SB-TZ		       PIC X(10).
	 03 SB-CHESHBON 	       PIC 9(10).
	 03 SB-SHEM		       PIC X(10).
	 03 SB-SOURCE		       PIC X(10).
	 03 SB-BRUTO		       PIC 9(7)V99.
	 03 SB-MAS		       PIC 9(7)V99.
	 03 SB-PTUR		       PIC X(1).
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
      * THE ANNUAL TAX AUTHORITY FILE: ONE HEADER ('1') WITH THE TAX
      * YEAR, ONE DETAIL ('2') PER TZ, AND ONE TRAILER ('9') CARRYING
      * THE RECORD COUNT, A HASH TOTAL OF THE TZ NUMBERS AND THE
      * GROSS AND TAX TOTALS.
      *===============================================================*
       FD TR-BANK
	   VALUE OF FILE-ID WS-TR-FILE-NAME
	   LABEL RECORD STANDARD.
       01 TR-REC		       PIC X(80).
      *===============================================================*
       FD DO-BANK
	   VALUE OF FILE-ID 'A:ISHURIM.RPT'
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
      * PM-SHANA LEFT BLANK TAKES THE YEAR BEFORE THE RUN DATE.
      *===============================================================*
       FD PM-BANK
	   VALUE OF FILE-ID 'A:ISHURIM.PRM'
	   LABEL RECORD STANDARD.
       01 PM-REC.
	 03 PM-NY-FILE		       PIC X(40).
	 03 PM-LK-FILE		       PIC X(40).
	 03 PM-TR-FILE		       PIC X(40).
	 03 PM-SHANA		       PIC X(4).
      *===============================================================*
      * THE BANK REGISTRY: THE STREAM NAME AS IT APPEARS IN KM-SOURCE,
      * THE FULL INSTITUTION NAME, THE BRANCH, AND MATZAV 'P'/'N'.
      * THE CERTIFICATE PRINTS THE FULL NAME OF EACH BANK.
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
	 03 I-INDEX		       PIC 9(4) VALUE 0.
	 03 I-RN		       PIC 9(3) VALUE 0.
	 03 I-CL		       PIC 9(4) VALUE 0.
	 03 I-QA		       PIC 9(2) VALUE 0.
      *===============================================================*
       01 MH-MAPHTECHOT-HASHVAA.
	 03 MH-NY-FILE-STATUS	       PIC X(2).
	   88 MH-NY-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-NY-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-LK-FILE-STATUS	       PIC X(2).
	   88 MH-LK-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-LK-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-TR-FILE-STATUS	       PIC X(2).
	   88 MH-TR-FILE-STATUS-TAKIN  VALUE '00'.
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
	 03 WS-NY-FILE-NAME	       PIC X(40)
					 VALUE 'A:RIBIT.NKY'.
	 03 WS-LK-FILE-NAME	       PIC X(40)
					 VALUE 'A:LAKOACH.DAT'.
	 03 WS-TR-FILE-NAME	       PIC X(40)
					 VALUE 'A:ISHURIM.DAT'.
      *===============================================================*
       01 WS-RUN-DATE		       PIC 9(8).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
	 03 WS-RUN-YYYY 	       PIC 9(4).
	 03 WS-RUN-MMDD 	       PIC 9(4).
       01 WS-RUN-TIME		       PIC 9(8).
       01 WS-SHANA		       PIC 9(4).
       01 WS-SHANA-X REDEFINES WS-SHANA PIC X(4).
      *===============================================================*
      * THE RIBIT RUNS OF THE TAX YEAR: EACH RUN DATE WITH THE LATEST
      * RUN TIME SEEN FOR IT.  LEDGER LINES OF AN EARLIER RUN ON THE
      * SAME DATE WERE SUPERSEDED BY THE RERUN AND ARE LEFT OUT.
      *===============================================================*
       01 RN-TAVLAT-RITZOT.
	 03 RN-MONEH		       PIC 9(3) VALUE 0.
	 03 RN-ENTRY OCCURS 400 TIMES.
	   05 RN-RUN-DATE	       PIC 9(8).
	   05 RN-RUN-TIME	       PIC 9(8).
       01 WS-RN-NIMTZA-SW	       PIC 9 VALUE 0.
	 88 WS-RN-NIMTZA	       VALUE 1.
      *===============================================================*
      * EVERY ACCOUNT LISTED IN THE CUSTOMER MASTER WITH ITS TZ AND
      * NAME.  AN ACCOUNT NOT IN LAKOACH.DAT (CLOSED BEFORE THE LAST
      * LAKOACH RUN, OR BEYOND THE 20 A CUSTOMER RECORD HOLDS) KEEPS
      * THE TZ AND NAME RIBIT SAW ON ITS MOVEMENT.
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
      * THE CUSTOMER BEING ACCUMULATED.  THE INPUT IS SORTED BY TZ
      * THEN CHESHBON, SO A CHESHBON CHANGE WITHIN A TZ OPENS A NEW
      * LINE OF THE CERTIFICATE; THE LINES ARE HELD UNTIL THE TZ
      * BREAKS AND THE WHOLE CERTIFICATE IS PRINTED.
      *===============================================================*
       01 QL-LAKOACH-NOCHECHI.
	 03 QL-TZ		       PIC X(10).
	 03 QL-SHEM		       PIC X(10).
	 03 QL-PTUR		       PIC X(1).
	 03 QL-BRUTO		       PIC 9(9)V99.
	 03 QL-MAS		       PIC 9(9)V99.
	 03 QL-NETO		       PIC 9(9)V99.
	 03 QL-CHESHBON-COUNT	       PIC 9(2).
	 03 QL-CHESHBON 	       PIC 9(10).
	 03 QL-SOURCE		       PIC X(10).
	 03 QL-C-BRUTO		       PIC 9(9)V99.
	 03 QL-C-MAS		       PIC 9(9)V99.
	 03 QL-PRATIM OCCURS 50 TIMES.
	   05 QL-P-CHESHBON	       PIC 9(10).
	   05 QL-P-SOURCE	       PIC X(10).
	   05 QL-P-BRUTO	       PIC 9(9)V99.
	   05 QL-P-MAS		       PIC 9(9)V99.
       01 WS-FIRST-REC-SW	       PIC 9 VALUE 1.
	 88 WS-FIRST-REC	       VALUE 1.
      *===============================================================*
      * THE THREE TAX FILE RECORD SHAPES, BUILT IN WORKING STORAGE
      * AND MOVED INTO TR-REC.
      *===============================================================*
       01 QH-RESHUMAT-ROSH.
	 03 QH-SUG		       PIC X(1).
	 03 QH-RUN-DATE 	       PIC 9(8).
	 03 QH-RUN-TIME 	       PIC 9(8).
	 03 QH-MAARECHET	       PIC X(10).
	 03 QH-SHNAT-MAS	       PIC 9(4).
	 03 FILLER		       PIC X(49).
      *===============================================================*
       01 QD-RESHUMAT-PIRUT.
	 03 QD-SUG		       PIC X(1).
	 03 QD-TZ		       PIC X(10).
	 03 QD-SHEM		       PIC X(10).
	 03 QD-CHESHBON-COUNT	       PIC 9(3).
	 03 QD-BRUTO		       PIC 9(9)V99.
	 03 QD-MAS		       PIC 9(9)V99.
	 03 QD-NETO		       PIC 9(9)V99.
	 03 QD-PTUR		       PIC X(1).
	 03 FILLER		       PIC X(22).
      *===============================================================*
       01 QT-RESHUMAT-SOFIT.
	 03 QT-SUG		       PIC X(1).
	 03 QT-COUNT		       PIC 9(7).
	 03 QT-HASH		       PIC 9(12).
	 03 QT-BRUTO		       PIC 9(11)V99.
	 03 QT-MAS		       PIC 9(11)V99.
	 03 FILLER		       PIC X(34).
      *===============================================================*
      * THE HASH TOTAL IS THE SUM OF THE NINE-DIGIT TZ NUMBERS REDUCED
      * MODULO TEN TO THE TWELFTH, AS IN THE SHIGUR TRAILER.
      *===============================================================*
       01 WS-TZVIRA-SADOT.
	 03 WS-COUNT		       PIC 9(7) VALUE 0.
	 03 WS-HASH		       PIC 9(13) VALUE 0.
	 03 WS-TZ-MISPAR	       PIC 9(9).
	 03 WS-BRUTO-TOTAL	       PIC 9(11)V99 VALUE 0.
	 03 WS-MAS-TOTAL	       PIC 9(11)V99 VALUE 0.
      *===============================================================*
       01 WS-MONIM-ISHURIM.
	 03 WS-NY-READ-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-NY-TAKEN-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-SHANA-ACHERET-COUNT     PIC 9(7) VALUE 0.
	 03 WS-HUCHLAF-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-LO-BE-LK-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-PTUR-COUNT	       PIC 9(7) VALUE 0.
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
       01 WS-SOURCE-MEVUKASH	       PIC X(10).
       01 WS-SHEM-BANK		       PIC X(30).
      *===============================================================*
      * ONE PRINTED LINE OF A CERTIFICATE: THE ACCOUNT, ITS BANK, AND
      * GROSS INTEREST, TAX WITHHELD AND NET INTEREST FOR THE YEAR.
      *===============================================================*
       01 WS-SHURAT-ISHUR.
	 03 WS-SI-CHESHBON	       PIC X(10).
	 03 FILLER		       PIC X(1) VALUE SPACE.
	 03 WS-SI-BANK		       PIC X(20).
	 03 FILLER		       PIC X(1) VALUE SPACE.
	 03 WS-SI-BRUTO 	       PIC ZZZZZZZZ9.99.
	 03 FILLER		       PIC X(1) VALUE SPACE.
	 03 WS-SI-MAS		       PIC ZZZZZZZZ9.99.
	 03 FILLER		       PIC X(1) VALUE SPACE.
	 03 WS-SI-NETO		       PIC ZZZZZZZZ9.99.
       01 WS-SI-NETO-SCHOM	       PIC 9(9)V99.
      *===============================================================*
       01 WS-DIVUACH-SADOT.
	 03 WS-D-COUNT		       PIC ZZZZZZ9.
	 03 WS-D-SCHOM		       PIC -----------9.99.
      *===============================================================*
       01 SW-SWITCHIM.
	 03 SW-NY		       PIC 9 VALUE 0.
	   88 SW-SOF-NY 	       VALUE 9.
	 03 SW-ISHURIM		       PIC 9 VALUE 0.
	   88 SW-SOF-MIYUN	       VALUE 9.
      *===============================================================*
      * UNATTENDED BATCH STEP: THE AUDIT RECORDS CARRY THIS ID IN
      * PLACE OF A SIGNED-ON OPERATOR.
      *===============================================================*
       01 WS-MAFIL		       PIC X(8) VALUE 'BATCH'.
      *****************************************************************
       PROCEDURE		       DIVISION.
      *****************************************************************
      * YEAR-END INTEREST TAX CERTIFICATES.  READS THE WITHHOLDING
      * LEDGER RIBIT APPENDS TO DURING THE YEAR (RIBIT.NKY), KEEPS THE
      * LINES WHOSE RUN DATE FALLS IN THE TAX YEAR -- ONLY THE LATEST
      * RUN OF EACH DATE, SO A RIBIT RERUN DOES NOT COUNT TWICE --
      * AND ADDS UP GROSS INTEREST, TAX WITHHELD AND NET INTEREST PER
      * TZ ACROSS ALL SOURCE BANKS.  THE TZ OF EACH ACCOUNT IS TAKEN
      * FROM THE LAKOACH CUSTOMER MASTER, SO A CUSTOMER WITH ACCOUNTS
      * AT SEVERAL BANKS GETS ONE CERTIFICATE.  WRITES THE PRINTABLE
      * CERTIFICATES (ISHURIM.RPT) AND THE ANNUAL FILE FOR THE TAX
      * AUTHORITY (ISHURIM.DAT) WITH HEADER, DETAIL AND TRAILER
      * CONTROL TOTALS IN THE SHAPE OF THE SHIGUR TRANSMISSION.
      * THE TAX YEAR DEFAULTS TO THE YEAR BEFORE THE RUN DATE.
      *===============================================================*
       Q-ISHURIM		       SECTION.
      *---------------------------------------------------------------*
       Q00.
	    PERFORM QZA-ATCHALAT-ISHURIM.
	    PERFORM QA-MAAVAR-RITZOT.
	    SORT SB-BANK
	     ON ASCENDING KEY SB-TZ
		ASCENDING KEY SB-CHESHBON
	     INPUT PROCEDURE IS QB-SHICHRUR-NIKUYIM
	     OUTPUT PROCEDURE IS QC-IBUD-ISHURIM.
	    PERFORM QZZ-SIYOM-ISHURIM.
	    GOBACK.
       Q-EXIT. EXIT.
      *===============================================================*
      * FIRST PASS OVER THE LEDGER: COLLECTS THE RUN DATES OF THE TAX
      * YEAR AND THE LATEST RUN TIME OF EACH.
      *===============================================================*
       QA-MAAVAR-RITZOT 	       SECTION.
      *---------------------------------------------------------------*
       QA00.
	    OPEN INPUT NY-BANK.
	    IF MH-NY-FILE-NOT-FOUND
		   DISPLAY 'ISHURIM: *** EIN ' WS-NY-FILE-NAME ' ***'
		   STOP RUN.
	    IF NOT MH-NY-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING NY-BANK, FILE STATUS = '
		     MH-NY-FILE-STATUS
		   STOP RUN.
	    PERFORM QA1-KRIAT-RITZA UNTIL SW-SOF-NY.
	    CLOSE NY-BANK.
	    MOVE 0 TO SW-NY.
       QA-EXIT. EXIT.
      *===============================================================*
       QA1-KRIAT-RITZA		       SECTION.
      *---------------------------------------------------------------*
       QA10-KRIAT-RITZA.
	    READ NY-BANK
		   AT END
		     MOVE 9 TO SW-NY
		     GO TO QA10-EXIT.
	    IF NY-RUN-YYYY NOT = WS-SHANA
		   GO TO QA10-EXIT.
	    PERFORM QD-CHIPUS-RITZA.
	    IF WS-RN-NIMTZA
		   IF NY-RUN-TIME > RN-RUN-TIME(I-RN)
			 MOVE NY-RUN-TIME TO RN-RUN-TIME(I-RN)
		   END-IF
		   GO TO QA10-EXIT.
	    IF RN-MONEH = 400
		   DISPLAY 'RIBIT.NKY HOLDS MORE THAN 400 RUNS IN THE '
		     'YEAR, ENLARGE RN-TAVLAT-RITZOT'
		   STOP RUN.
	    ADD 1 TO RN-MONEH.
	    MOVE NY-RUN-DATE TO RN-RUN-DATE(RN-MONEH).
	    MOVE NY-RUN-TIME TO RN-RUN-TIME(RN-MONEH).
       QA10-EXIT. EXIT.
      *===============================================================*
      * SECOND PASS: RELEASES EVERY LEDGER LINE OF THE TAX YEAR THAT
      * BELONGS TO THE LATEST RUN OF ITS DATE, UNDER THE TZ THE
      * CUSTOMER MASTER GIVES FOR ITS ACCOUNT.
      *===============================================================*
       QB-SHICHRUR-NIKUYIM	       SECTION.
      *---------------------------------------------------------------*
       QB00.
	    OPEN INPUT NY-BANK.
	    IF NOT MH-NY-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING NY-BANK, FILE STATUS = '
		     MH-NY-FILE-STATUS
		   STOP RUN.
	    PERFORM QB1-SHICHRUR-SHURA UNTIL SW-SOF-NY.
	    CLOSE NY-BANK.
       QB-EXIT. EXIT.
      *===============================================================*
       QB1-SHICHRUR-SHURA	       SECTION.
      *---------------------------------------------------------------*
       QB10-SHICHRUR-SHURA.
	    READ NY-BANK
		   AT END
		     MOVE 9 TO SW-NY
		     GO TO QB10-EXIT.
	    ADD 1 TO WS-NY-READ-COUNT.
	    IF NY-RUN-YYYY NOT = WS-SHANA
		   ADD 1 TO WS-SHANA-ACHERET-COUNT
		   GO TO QB10-EXIT.
	    PERFORM QD-CHIPUS-RITZA.
	    IF NOT WS-RN-NIMTZA
	       OR NY-RUN-TIME NOT = RN-RUN-TIME(I-RN)
		   ADD 1 TO WS-HUCHLAF-COUNT
		   GO TO QB10-EXIT.
	    MOVE NY-TZ TO SB-TZ.
	    MOVE NY-SHEM TO SB-SHEM.
	    PERFORM QE-CHIPUS-CHESHBON.
	    IF WS-CL-NIMTZA
		   MOVE CL-TZ(I-CL) TO SB-TZ
		   MOVE CL-SHEM(I-CL) TO SB-SHEM
	    ELSE
		   ADD 1 TO WS-LO-BE-LK-COUNT.
	    MOVE NY-CHESHBON TO SB-CHESHBON.
	    MOVE NY-SOURCE TO SB-SOURCE.
	    MOVE NY-BRUTO TO SB-BRUTO.
	    MOVE NY-MAS TO SB-MAS.
	    MOVE NY-PTUR TO SB-PTUR.
	    RELEASE SB-REC.
	    ADD 1 TO WS-NY-TAKEN-COUNT.
       QB10-EXIT. EXIT.
      *===============================================================*
      * WALKS THE SORTED LINES, BREAKING ON TZ FOR THE CERTIFICATE AND
      * ON CHESHBON FOR ITS LINES.
      *===============================================================*
       QC-IBUD-ISHURIM		       SECTION.
      *---------------------------------------------------------------*
       QC00.
	    PERFORM QC1-KRIAT-SB UNTIL SW-SOF-MIYUN.
	    IF NOT WS-FIRST-REC
		   PERFORM QG-SIKUM-CHESHBON
		   PERFORM QH-SIKUM-LAKOACH.
       QC-EXIT. EXIT.
      *===============================================================*
       QC1-KRIAT-SB		       SECTION.
      *---------------------------------------------------------------*
       QC10-KRIAT-SB.
	    RETURN SB-BANK
		   AT END
		     MOVE 9 TO SW-ISHURIM
		     GO TO QC10-EXIT.
	    IF WS-FIRST-REC
		   PERFORM QF-PTICHAT-LAKOACH
		   PERFORM QF1-PTICHAT-CHESHBON
	    ELSE
	    IF SB-TZ NOT = QL-TZ
		   PERFORM QG-SIKUM-CHESHBON
		   PERFORM QH-SIKUM-LAKOACH
		   PERFORM QF-PTICHAT-LAKOACH
		   PERFORM QF1-PTICHAT-CHESHBON
	    ELSE
	    IF SB-CHESHBON NOT = QL-CHESHBON
		   PERFORM QG-SIKUM-CHESHBON
		   PERFORM QF1-PTICHAT-CHESHBON.
	    ADD SB-BRUTO TO QL-C-BRUTO.
	    ADD SB-MAS TO QL-C-MAS.
	    IF SB-PTUR = 'P'
		   MOVE 'P' TO QL-PTUR.
       QC10-EXIT. EXIT.
      *===============================================================*
       QD-CHIPUS-RITZA		       SECTION.
      *---------------------------------------------------------------*
       QD00.
	    MOVE 0 TO WS-RN-NIMTZA-SW.
	    IF RN-MONEH > 0
		   PERFORM QD1-HASHVAAT-RITZA VARYING I-RN FROM 1 BY 1
		    UNTIL I-RN > RN-MONEH OR WS-RN-NIMTZA.
	    IF WS-RN-NIMTZA
		   SUBTRACT 1 FROM I-RN.
	    GO TO QD-EXIT.
      *===============================================================*
       QD1-HASHVAAT-RITZA.
	    IF RN-RUN-DATE(I-RN) = NY-RUN-DATE
		   SET WS-RN-NIMTZA TO TRUE.
       QD1-END.
       QD-EXIT. EXIT.
      *===============================================================*
       QE-CHIPUS-CHESHBON	       SECTION.
      *---------------------------------------------------------------*
       QE00.
	    MOVE 0 TO WS-CL-NIMTZA-SW.
	    IF CL-MONEH > 0
		   PERFORM QE1-HASHVAAT-CHESHBON VARYING I-CL
		    FROM 1 BY 1
		    UNTIL I-CL > CL-MONEH OR WS-CL-NIMTZA.
	    IF WS-CL-NIMTZA
		   SUBTRACT 1 FROM I-CL.
	    GO TO QE-EXIT.
      *===============================================================*
       QE1-HASHVAAT-CHESHBON.
	    IF CL-CHESHBON(I-CL) = NY-CHESHBON
		   SET WS-CL-NIMTZA TO TRUE.
       QE1-END.
       QE-EXIT. EXIT.
      *===============================================================*
       QF-PTICHAT-LAKOACH	       SECTION.
      *---------------------------------------------------------------*
       QF00.
	    MOVE 0 TO WS-FIRST-REC-SW.
	    MOVE SB-TZ TO QL-TZ.
	    MOVE SB-SHEM TO QL-SHEM.
	    MOVE SPACE TO QL-PTUR.
	    MOVE 0 TO QL-BRUTO.
	    MOVE 0 TO QL-MAS.
	    MOVE 0 TO QL-CHESHBON-COUNT.
       QF-EXIT. EXIT.
      *===============================================================*
       QF1-PTICHAT-CHESHBON	       SECTION.
      *---------------------------------------------------------------*
       QF10-PTICHAT-CHESHBON.
	    MOVE SB-CHESHBON TO QL-CHESHBON.
	    MOVE SB-SOURCE TO QL-SOURCE.
	    MOVE 0 TO QL-C-BRUTO.
	    MOVE 0 TO QL-C-MAS.
       QF10-EXIT. EXIT.
      *===============================================================*
       QG-SIKUM-CHESHBON	       SECTION.
      *---------------------------------------------------------------*
       QG00.
	    IF QL-CHESHBON-COUNT = 50
		   DISPLAY 'TZ ' QL-TZ ' HOLDS MORE THAN 50 ACCOUNTS, '
		     'ENLARGE QL-PRATIM'
		   STOP RUN.
	    ADD 1 TO QL-CHESHBON-COUNT.
	    MOVE QL-CHESHBON TO QL-P-CHESHBON(QL-CHESHBON-COUNT).
	    MOVE QL-SOURCE TO QL-P-SOURCE(QL-CHESHBON-COUNT).
	    MOVE QL-C-BRUTO TO QL-P-BRUTO(QL-CHESHBON-COUNT).
	    MOVE QL-C-MAS TO QL-P-MAS(QL-CHESHBON-COUNT).
	    ADD QL-C-BRUTO TO QL-BRUTO.
	    ADD QL-C-MAS TO QL-MAS.
       QG-EXIT. EXIT.
      *===============================================================*
      * CLOSES OFF THE CUSTOMER ON A TZ CONTROL BREAK: PRINTS THE
      * CERTIFICATE AND WRITES THE DETAIL RECORD OF THE TAX FILE.
      *===============================================================*
       QH-SIKUM-LAKOACH 	       SECTION.
      *---------------------------------------------------------------*
       QH00.
	    COMPUTE QL-NETO = QL-BRUTO - QL-MAS.
	    MOVE ALL '-' TO DO-REC.
	    WRITE DO-REC.
	    MOVE SPACES TO DO-REC.
	    STRING 'ISHUR SHNATI AL RIBIT VE-NIKUY MAS BA-MAKOR -- '
	     DELIMITED BY SIZE
	     'SHNAT MAS ' DELIMITED BY SIZE
	     WS-SHANA DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    MOVE SPACES TO DO-REC.
	    STRING 'TZ ' DELIMITED BY SIZE
	     QL-TZ DELIMITED BY SIZE
	     '  SHEM ' DELIMITED BY SIZE
	     QL-SHEM DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    IF QL-PTUR = 'P'
		   ADD 1 TO WS-PTUR-COUNT
		   MOVE SPACES TO DO-REC
		   STRING 'PATUR MI-NIKUY MAS BA-MAKOR'
		    DELIMITED BY SIZE INTO DO-REC
		   WRITE DO-REC.
	    MOVE SPACES TO DO-REC.
	    WRITE DO-REC.
	    MOVE SPACES TO DO-REC.
	    STRING 'CHESHBON   BANK                  '
	     DELIMITED BY SIZE
	     ' RIBIT BRUTO    MAS NUKA  RIBIT NETO' DELIMITED BY SIZE
	     INTO DO-REC.
	    WRITE DO-REC.
	    PERFORM QH1-SHURAT-CHESHBON VARYING I-QA FROM 1 BY 1
	     UNTIL I-QA > QL-CHESHBON-COUNT.
	    MOVE SPACES TO WS-SHURAT-ISHUR.
	    MOVE 'SACH HAKOL' TO WS-SI-CHESHBON.
	    MOVE QL-BRUTO TO WS-SI-BRUTO.
	    MOVE QL-MAS TO WS-SI-MAS.
	    MOVE QL-NETO TO WS-SI-NETO.
	    MOVE WS-SHURAT-ISHUR TO DO-REC.
	    WRITE DO-REC.
	    MOVE SPACES TO DO-REC.
	    WRITE DO-REC.
	    MOVE SPACES TO QD-RESHUMAT-PIRUT.
	    MOVE '2' TO QD-SUG.
	    MOVE QL-TZ TO QD-TZ.
	    MOVE QL-SHEM TO QD-SHEM.
	    MOVE QL-CHESHBON-COUNT TO QD-CHESHBON-COUNT.
	    MOVE QL-BRUTO TO QD-BRUTO.
	    MOVE QL-MAS TO QD-MAS.
	    MOVE QL-NETO TO QD-NETO.
	    MOVE QL-PTUR TO QD-PTUR.
	    MOVE QD-RESHUMAT-PIRUT TO TR-REC.
	    WRITE TR-REC.
	    ADD 1 TO WS-COUNT.
	    PERFORM QK-TZVIRAT-BIKORET.
       QH-EXIT. EXIT.
      *===============================================================*
       QH1-SHURAT-CHESHBON	       SECTION.
      *---------------------------------------------------------------*
       QH10-SHURAT-CHESHBON.
	    MOVE QL-P-SOURCE(I-QA) TO WS-SOURCE-MEVUKASH.
	    PERFORM QJ-CHIPUS-BANK.
	    MOVE SPACES TO WS-SHURAT-ISHUR.
	    MOVE QL-P-CHESHBON(I-QA) TO WS-SI-CHESHBON.
	    MOVE WS-SHEM-BANK TO WS-SI-BANK.
	    MOVE QL-P-BRUTO(I-QA) TO WS-SI-BRUTO.
	    MOVE QL-P-MAS(I-QA) TO WS-SI-MAS.
	    COMPUTE WS-SI-NETO-SCHOM =
	      QL-P-BRUTO(I-QA) - QL-P-MAS(I-QA).
	    MOVE WS-SI-NETO-SCHOM TO WS-SI-NETO.
	    MOVE WS-SHURAT-ISHUR TO DO-REC.
	    WRITE DO-REC.
       QH10-EXIT. EXIT.
      *===============================================================*
      * TRANSLATES AN INTERNAL STREAM NAME (WS-SOURCE-MEVUKASH) INTO
      * THE REGISTERED INSTITUTION NAME.  AN UNREGISTERED SOURCE
      * FALLS BACK TO THE STREAM NAME ITSELF.
      *===============================================================*
       QJ-CHIPUS-BANK		       SECTION.
      *---------------------------------------------------------------*
       QJ00.
	    MOVE 0 TO WS-BN-NIMTZA-SW.
	    MOVE WS-SOURCE-MEVUKASH TO WS-SHEM-BANK.
	    IF BN-MONEH > 0
		   PERFORM QJ1-HASHVAAT-BANK VARYING I-BN FROM 1 BY 1
		    UNTIL I-BN > BN-MONEH OR WS-BN-NIMTZA.
	    GO TO QJ-EXIT.
      *===============================================================*
       QJ1-HASHVAAT-BANK.
	    IF BN-SOURCE(I-BN) = WS-SOURCE-MEVUKASH
		   SET WS-BN-NIMTZA TO TRUE
		   MOVE BN-SHEM-MALE(I-BN) TO WS-SHEM-BANK.
       QJ1-END.
       QJ-EXIT. EXIT.
      *===============================================================*
      * ACCUMULATES THE CONTROL TOTALS FOR ONE DETAIL RECORD.  A TZ
      * THAT IS NOT NINE DIGITS ADDS NOTHING TO THE HASH.
      *===============================================================*
       QK-TZVIRAT-BIKORET	       SECTION.
      *---------------------------------------------------------------*
       QK00.
	    MOVE 0 TO WS-TZ-MISPAR.
	    IF QD-TZ(1:9) NUMERIC
		   MOVE QD-TZ(1:9) TO WS-TZ-MISPAR.
	    ADD WS-TZ-MISPAR TO WS-HASH.
	    IF WS-HASH > 999999999999
		   SUBTRACT 1000000000000 FROM WS-HASH.
	    ADD QD-BRUTO TO WS-BRUTO-TOTAL.
	    ADD QD-MAS TO WS-MAS-TOTAL.
       QK-EXIT. EXIT.
      *===============================================================*
       QZA-ATCHALAT-ISHURIM	       SECTION.
      *---------------------------------------------------------------*
       QZA00.
	    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
	    ACCEPT WS-RUN-TIME FROM TIME.
	    COMPUTE WS-SHANA = WS-RUN-YYYY - 1.
	    PERFORM QZA1-KRIAT-PARAMETRIM.
	    PERFORM QZA2-KRIAT-BANKIM.
	    PERFORM QZA4-KRIAT-LAKOACH.
	    OPEN OUTPUT DO-BANK.
	    IF NOT MH-DO-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING DO-BANK, FILE STATUS = '
		     MH-DO-FILE-STATUS
		   STOP RUN.
	    OPEN OUTPUT TR-BANK.
	    IF NOT MH-TR-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING TR-BANK, FILE STATUS = '
		     MH-TR-FILE-STATUS
		   STOP RUN.
	    MOVE SPACES TO QH-RESHUMAT-ROSH.
	    MOVE '1' TO QH-SUG.
	    MOVE WS-RUN-DATE TO QH-RUN-DATE.
	    MOVE WS-RUN-TIME TO QH-RUN-TIME.
	    MOVE 'MIZUG-PC' TO QH-MAARECHET.
	    MOVE WS-SHANA TO QH-SHNAT-MAS.
	    MOVE QH-RESHUMAT-ROSH TO TR-REC.
	    WRITE TR-REC.
	    DISPLAY 'ISHURIM: SHNAT MAS ' WS-SHANA.
       QZA-EXIT. EXIT.
      *===============================================================*
       QZA1-KRIAT-PARAMETRIM	       SECTION.
      *---------------------------------------------------------------*
       QZA05-KRIAT-PARAMETRIM.
	    OPEN INPUT PM-BANK.
	    IF MH-PM-FILE-NOT-FOUND
		   GO TO QZA05-EXIT.
	    IF NOT MH-PM-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING PM-BANK, FILE STATUS = '
		     MH-PM-FILE-STATUS
		   STOP RUN.
	    READ PM-BANK
		   AT END
		     CLOSE PM-BANK
		     GO TO QZA05-EXIT.
	    IF PM-NY-FILE NOT = SPACES
		   MOVE PM-NY-FILE TO WS-NY-FILE-NAME.
	    IF PM-LK-FILE NOT = SPACES
		   MOVE PM-LK-FILE TO WS-LK-FILE-NAME.
	    IF PM-TR-FILE NOT = SPACES
		   MOVE PM-TR-FILE TO WS-TR-FILE-NAME.
	    IF PM-SHANA NOT = SPACES
		   IF PM-SHANA NUMERIC
			 MOVE PM-SHANA TO WS-SHANA-X
		   ELSE
			 DISPLAY 'ISHURIM: SHNAT MAS PSULA: ' PM-SHANA
			 STOP RUN.
	    CLOSE PM-BANK.
       QZA05-EXIT. EXIT.
      *===============================================================*
       QZA2-KRIAT-BANKIM	       SECTION.
      *---------------------------------------------------------------*
       QZA10-KRIAT-BANKIM.
	    OPEN INPUT BR-BANK.
	    IF MH-BR-FILE-NOT-FOUND
		   GO TO QZA10-EXIT.
	    IF NOT MH-BR-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING BR-BANK, FILE STATUS = '
		     MH-BR-FILE-STATUS
		   STOP RUN.
	    PERFORM QZA3-TEINAT-BANK
	     UNTIL MH-BR-FILE-STATUS NOT = '00'.
	    CLOSE BR-BANK.
       QZA10-EXIT. EXIT.
      *===============================================================*
       QZA3-TEINAT-BANK 	       SECTION.
      *---------------------------------------------------------------*
       QZA15-TEINAT-BANK.
	    READ BR-BANK
		   AT END
		     GO TO QZA15-EXIT.
	    IF BN-MONEH = 20
		   DISPLAY 'BANKIM.DAT HOLDS MORE THAN 20 BANKIM, '
		     'ENLARGE BN-TAVLAT-BANKIM'
		   STOP RUN.
	    ADD 1 TO BN-MONEH.
	    MOVE BR-SOURCE TO BN-SOURCE(BN-MONEH).
	    MOVE BR-SHEM-MALE TO BN-SHEM-MALE(BN-MONEH).
	    MOVE BR-SNIF TO BN-SNIF(BN-MONEH).
	    MOVE BR-MATZAV TO BN-MATZAV(BN-MONEH).
       QZA15-EXIT. EXIT.
      *===============================================================*
      * WITHOUT THE CUSTOMER MASTER EVERY ACCOUNT KEEPS THE TZ RIBIT
      * SAW ON ITS MOVEMENTS; THE RUN SAYS SO.
      *===============================================================*
       QZA4-KRIAT-LAKOACH	       SECTION.
      *---------------------------------------------------------------*
       QZA20-KRIAT-LAKOACH.
	    OPEN INPUT LK-BANK.
	    IF MH-LK-FILE-NOT-FOUND
		   DISPLAY 'ISHURIM: AZHARA -- EIN ' WS-LK-FILE-NAME
		   DISPLAY 'ISHURIM: TZ LEFI TNUOT RIBIT BILVAD'
		   GO TO QZA20-EXIT.
	    IF NOT MH-LK-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING LK-BANK, FILE STATUS = '
		     MH-LK-FILE-STATUS
		   STOP RUN.
	    SET SW-YESH-LK TO TRUE.
	    PERFORM QZA5-TEINAT-LAKOACH
	     UNTIL MH-LK-FILE-STATUS NOT = '00'.
	    CLOSE LK-BANK.
       QZA20-EXIT. EXIT.
      *===============================================================*
       QZA5-TEINAT-LAKOACH	       SECTION.
      *---------------------------------------------------------------*
       QZA25-TEINAT-LAKOACH.
	    READ LK-BANK
		   AT END
		     GO TO QZA25-EXIT.
	    PERFORM QZA6-TEINAT-CHESHBON VARYING I-INDEX FROM 1 BY 1
	     UNTIL I-INDEX > LK-CHESHBON-COUNT OR I-INDEX > 20.
       QZA25-EXIT. EXIT.
      *===============================================================*
       QZA6-TEINAT-CHESHBON	       SECTION.
      *---------------------------------------------------------------*
       QZA30-TEINAT-CHESHBON.
	    IF CL-MONEH = 5000
		   DISPLAY 'LAKOACH.DAT HOLDS MORE THAN 5000 ACCOUNTS, '
		     'ENLARGE CL-TAVLAT-CHESHBONOT'
		   STOP RUN.
	    ADD 1 TO CL-MONEH.
	    MOVE LK-P-CHESHBON(I-INDEX) TO CL-CHESHBON(CL-MONEH).
	    MOVE LK-TZ TO CL-TZ(CL-MONEH).
	    MOVE LK-SHEM TO CL-SHEM(CL-MONEH).
       QZA30-EXIT. EXIT.
      *===============================================================*
      * WRITES THE TRAILER, PRINTS THE RUN SUMMARY, AND STAMPS THE
      * AUDIT TRAIL AND THE STEP-CONTROL FILE.
      *===============================================================*
       QZZ-SIYOM-ISHURIM	       SECTION.
      *---------------------------------------------------------------*
       QZZ00.
	    MOVE SPACES TO QT-RESHUMAT-SOFIT.
	    MOVE '9' TO QT-SUG.
	    MOVE WS-COUNT TO QT-COUNT.
	    MOVE WS-HASH TO QT-HASH.
	    MOVE WS-BRUTO-TOTAL TO QT-BRUTO.
	    MOVE WS-MAS-TOTAL TO QT-MAS.
	    MOVE QT-RESHUMAT-SOFIT TO TR-REC.
	    WRITE TR-REC.
	    CLOSE TR-BANK.
	    MOVE ALL '=' TO DO-REC.
	    WRITE DO-REC.
	    MOVE SPACES TO DO-REC.
	    STRING 'ISHURIM YEAR-END SUMMARY, SHNAT MAS '
	     DELIMITED BY SIZE
	     WS-SHANA DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    DISPLAY DO-REC.
	    MOVE WS-NY-READ-COUNT TO WS-D-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING 'LEDGER LINES READ ............. ' DELIMITED BY SIZE
	     WS-D-COUNT DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    DISPLAY DO-REC.
	    MOVE WS-SHANA-ACHERET-COUNT TO WS-D-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING 'OTHER TAX YEARS, SKIPPED ...... ' DELIMITED BY SIZE
	     WS-D-COUNT DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    DISPLAY DO-REC.
	    MOVE WS-HUCHLAF-COUNT TO WS-D-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING 'SUPERSEDED BY A RERUN ......... ' DELIMITED BY SIZE
	     WS-D-COUNT DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    DISPLAY DO-REC.
	    MOVE WS-NY-TAKEN-COUNT TO WS-D-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING 'LEDGER LINES CERTIFIED ........ ' DELIMITED BY SIZE
	     WS-D-COUNT DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    DISPLAY DO-REC.
	    IF SW-YESH-LK
		   MOVE WS-LO-BE-LK-COUNT TO WS-D-COUNT
		   MOVE SPACES TO DO-REC
		   STRING 'NOT IN LAKOACH, TZ OF MOVEMENT  '
		    DELIMITED BY SIZE
		    WS-D-COUNT DELIMITED BY SIZE INTO DO-REC
		   WRITE DO-REC
		   DISPLAY DO-REC.
	    MOVE WS-COUNT TO WS-D-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING 'CERTIFICATES (TZ) ............. ' DELIMITED BY SIZE
	     WS-D-COUNT DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    DISPLAY DO-REC.
	    MOVE WS-PTUR-COUNT TO WS-D-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING 'OF WHICH EXEMPT TZ ............ ' DELIMITED BY SIZE
	     WS-D-COUNT DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    DISPLAY DO-REC.
	    MOVE WS-BRUTO-TOTAL TO WS-D-SCHOM.
	    MOVE SPACES TO DO-REC.
	    STRING 'GROSS INTEREST ................ ' DELIMITED BY SIZE
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
	    STRING 'HASH TOTAL .................... ' DELIMITED BY SIZE
	     QT-HASH DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    DISPLAY DO-REC.
	    CLOSE DO-BANK.
	    PERFORM QZZ1-KTIVAT-AUDIT.
	    PERFORM QZZ2-KTIVAT-BAKARA.
       QZZ-EXIT. EXIT.
      *===============================================================*
       QZZ1-KTIVAT-AUDIT	       SECTION.
      *---------------------------------------------------------------*
       QZZ10-KTIVAT-AUDIT.
	    OPEN EXTEND AT-BANK.
	    IF MH-AT-FILE-NOT-FOUND
		   OPEN OUTPUT AT-BANK
	    END-IF.
	    IF NOT MH-AT-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING AT-BANK, FILE STATUS = '
		     MH-AT-FILE-STATUS
		   STOP RUN.
	    MOVE SPACES TO AT-REC.
	    STRING 'ISHURIM RUN ' DELIMITED BY SIZE
	     WS-RUN-DATE DELIMITED BY SIZE
	     ' ' DELIMITED BY SIZE
	     WS-RUN-TIME DELIMITED BY SIZE
	     ' SHANA ' DELIMITED BY SIZE
	     WS-SHANA DELIMITED BY SIZE
	     ' COUNT ' DELIMITED BY SIZE
	     QT-COUNT DELIMITED BY SIZE INTO AT-SHURA.
	    MOVE WS-MAFIL TO AT-MAFIL.
	    WRITE AT-REC.
	    CLOSE AT-BANK.
       QZZ10-EXIT. EXIT.
      *===============================================================*
      * THE STEP-CONTROL RECORD: LEDGER LINES CERTIFIED IN,
      * CERTIFICATES OUT, AND THE TAX WITHHELD FOR THE YEAR.
      *===============================================================*
       QZZ2-KTIVAT-BAKARA	       SECTION.
      *---------------------------------------------------------------*
       QZZ20-KTIVAT-BAKARA.
	    OPEN EXTEND BC-BANK.
	    IF MH-BC-FILE-NOT-FOUND
		   OPEN OUTPUT BC-BANK
	    END-IF.
	    IF NOT MH-BC-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING BC-BANK, FILE STATUS = '
		     MH-BC-FILE-STATUS
		   STOP RUN.
	    MOVE 'ISHURIM' TO BC-SHELEV.
	    MOVE WS-RUN-DATE TO BC-RUN-DATE.
	    MOVE WS-RUN-TIME TO BC-RUN-TIME.
	    MOVE SPACES TO BC-STREAM.
	    MOVE WS-NY-TAKEN-COUNT TO BC-IN-COUNT.
	    MOVE WS-COUNT TO BC-OUT-COUNT.
	    MOVE WS-MAS-TOTAL TO BC-SCHOM.
	    WRITE BC-REC.
	    CLOSE BC-BANK.
       QZZ20-EXIT. EXIT.
