       IDENTIFICATION		       DIVISION.
      *****************************************************************
       PROGRAM-ID.		       HANHALA.
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
	    SELECT DL-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-DL-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *===============================================================*
	    SELECT CK-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-CK-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *===============================================================*
	    SELECT KO-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-KO-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *===============================================================*
	    SELECT GL-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-GL-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *===============================================================*
	    SELECT DO-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-DO-FILE-STATUS
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
      * THE INDEX DELTA WRITTEN BY IDKUN.  ON AN INCREMENTAL NIGHT
      * ITS 'A' RECORDS ARE THE NIGHT'S MOVEMENTS; THE 'D' RECORDS
      * ARE MASTER RECORDS DROPPED BY A REPLACEMENT AND POST NOTHING.
      *===============================================================*
       FD DL-BANK
	   VALUE OF FILE-ID WS-DL-FILE-NAME
	   LABEL RECORD STANDARD.
       01 DL-REC.
	 03 DL-PEULA		       PIC X(1).
	   88 DL-HOSAFA 	       VALUE 'A'.
	 03 DL-CHESHBON 	       PIC 9(10).
	 03 DL-SHEM		       PIC X(10).
	 03 DL-TZ		       PIC X(10).
	 03 DL-DATE.
	   05 DL-DD		       PIC 9(2).
	   05 DL-MM		       PIC 9(2).
	   05 DL-YY		       PIC 9(4).
	 03 DL-KOD		       PIC 9(1).
	 03 DL-SCHOM		       PIC S9(7)V99
				 SIGN LEADING SEPARATE.
	 03 DL-SOURCE		       PIC X(10).
      *===============================================================*
       FD CK-BANK
	   VALUE OF FILE-ID WS-CK-FILE-NAME
	   LABEL RECORD STANDARD.
       01 CK-REC.
	 03 CK-STATUS		       PIC X(11).
	 03 CK-BANK-COUNT	       PIC 9(1).
	 03 CK-BANK-READ-COUNT OCCURS 6 TIMES
				       PIC 9(7).
	 03 CK-BANK-WRITTEN-COUNT OCCURS 6 TIMES
				       PIC 9(7).
	 03 CK-KM-COUNT 	       PIC 9(7).
	 03 CK-CHESHBON-LOW	       PIC 9(10).
	 03 CK-CHESHBON-HIGH	       PIC 9(10).
	 03 CK-SCHOM-BY-KOD OCCURS 10 TIMES
				       PIC S9(9)V99
				       SIGN LEADING SEPARATE.
	 03 CK-SCHOM-GRAND-TOTAL       PIC S9(9)V99
				       SIGN LEADING SEPARATE.
	 03 CK-REJECT-COUNT	       PIC 9(7).
	 03 CK-DILUG-COUNT	       PIC 9(7).
	 03 CK-RSB-CARRY-COUNT	       PIC 9(7).
	 03 CK-IKUV-COUNT	       PIC 9(7).
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
      * THE DAILY JOURNAL FOR THE LEDGER.  EVERY ENTRY IS TWO LINES,
      * DEBIT (SHURA 1) AND CREDIT (SHURA 2), FOR THE SAME AMOUNT:
      * ONE ENTRY PER KOD FOR ITS CREDITS TO CUSTOMERS AND ONE FOR
      * ITS DEBITS TO CUSTOMERS.
      *===============================================================*
       FD GL-BANK
	   VALUE OF FILE-ID WS-GL-FILE-NAME
	   LABEL RECORD STANDARD.
       01 GL-REC.
	 03 GL-TAARICH		       PIC 9(8).
	 03 GL-MISPAR-PKUDA	       PIC 9(5).
	 03 GL-SHURA		       PIC 9(1).
	 03 GL-CHESHBON-GL	       PIC X(10).
	 03 GL-CHOVA-ZCHUT	       PIC X(1).
	 03 GL-SCHOM		       PIC 9(11)V99.
	 03 GL-KOD		       PIC 9(1).
	 03 GL-TEUR		       PIC X(20).
      *===============================================================*
       FD DO-BANK
	   VALUE OF FILE-ID 'A:HANHALA.RPT'
	   LABEL RECORD STANDARD.
       01 DO-REC		       PIC X(72).
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
      * PM-MAKOR 'D' TAKES THE NIGHT'S MOVEMENTS FROM THE IDKUN DELTA
      * INSTEAD OF THE MERGED MASTER.  PM-TAARICH-ESEK DATES THE
      * JOURNAL WHEN A PAST NIGHT IS RE-POSTED BY HAND.
      *===============================================================*
       FD PM-BANK
	   VALUE OF FILE-ID 'A:HANHALA.PRM'
	   LABEL RECORD STANDARD.
       01 PM-REC.
	 03 PM-MAKOR		       PIC X(1).
	 03 PM-KM-FILE		       PIC X(40).
	 03 PM-DL-FILE		       PIC X(40).
	 03 PM-CK-FILE		       PIC X(40).
	 03 PM-GL-FILE		       PIC X(40).
	 03 PM-TAARICH-ESEK	       PIC 9(8).
      *****************************************************************
       WORKING-STORAGE		       SECTION.
      *---------------------------------------------------------------*
       01 MH-MAPHTECHOT-HASHVAA.
	 03 MH-KM-FILE-STATUS	       PIC X(2).
	   88 MH-KM-FILE-STATUS-TAKIN  VALUE '00'.
	 03 MH-DL-FILE-STATUS	       PIC X(2).
	   88 MH-DL-FILE-STATUS-TAKIN  VALUE '00'.
	 03 MH-CK-FILE-STATUS	       PIC X(2).
	   88 MH-CK-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-CK-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-KO-FILE-STATUS	       PIC X(2).
	   88 MH-KO-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-KO-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-GL-FILE-STATUS	       PIC X(2).
	   88 MH-GL-FILE-STATUS-TAKIN  VALUE '00'.
	 03 MH-DO-FILE-STATUS	       PIC X(2).
	   88 MH-DO-FILE-STATUS-TAKIN  VALUE '00'.
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
	 03 WS-KM-FILE-NAME	       PIC X(40)
					 VALUE 'A:MIZUG.DAT'.
	 03 WS-DL-FILE-NAME	       PIC X(40)
					 VALUE 'A:MIZUG.DLT'.
	 03 WS-CK-FILE-NAME	       PIC X(40)
					 VALUE 'A:MIZUG.CKP'.
	 03 WS-GL-FILE-NAME	       PIC X(40)
					 VALUE 'A:HANHALA.DAT'.
      *===============================================================*
       01 WS-MAKOR		       PIC X(1) VALUE 'M'.
	 88 WS-MAKOR-MIZUG	       VALUE 'M'.
	 88 WS-MAKOR-DELTA	       VALUE 'D'.
      *===============================================================*
      * THE BUSINESS DATE OF THE JOURNAL: THE DATE IN HANHALA.PRM,
      * ELSE THE NIGHT STILL OPEN ON MASLUL.JRN, ELSE TODAY.
      *===============================================================*
       01 WS-ESEK-SADOT.
	 03 WS-TAARICH-ESEK	       PIC 9(8) VALUE 0.
	 03 WS-ESEK-YOMAN	       PIC 9(8) VALUE 0.
	 03 WS-ESEK-PRM 	       PIC 9(8) VALUE 0.
      *===============================================================*
      * IN-CORE COPY OF THE CHART (KO-BANK) INDEXED BY KOD + 1, WITH
      * THE NIGHT'S COUNT AND THE TWO SIDES OF THE KOD'S MOVEMENTS:
      * CREDITS TO CUSTOMERS AND, AS A POSITIVE AMOUNT, DEBITS.
      *===============================================================*
       01 TK-TAVLAT-KODIM.
	 03 TK-ENTRY OCCURS 10 TIMES.
	   05 TK-YESH-SW	       PIC 9(1).
	     88 TK-YESH 	       VALUE 1.
	   05 TK-TEUR		       PIC X(20).
	   05 TK-KIVUN		       PIC X(1).
	   05 TK-CHESHBON-GL	       PIC X(10).
	   05 TK-CHESHBON-NEGDI        PIC X(10).
	   05 TK-COUNT		       PIC 9(7).
	   05 TK-SCHOM-ZCHUT	       PIC 9(11)V99.
	   05 TK-SCHOM-CHOVA	       PIC 9(11)V99.
       01 I-KOD 		       PIC 9(2) VALUE 0.
       01 WS-KOD-COUNT		       PIC 9(2) VALUE 0.
      *===============================================================*
      * THE TRIAL BALANCE: DEBITS AND CREDITS POSTED TO EACH GL
      * ACCOUNT BY TONIGHT'S JOURNAL.
      *===============================================================*
       01 GA-TAVLAT-CHESHBONOT.
	 03 GA-MONEH		       PIC 9(2) VALUE 0.
	 03 GA-ENTRY OCCURS 20 TIMES.
	   05 GA-CHESHBON-GL	       PIC X(10).
	   05 GA-CHOVA		       PIC 9(11)V99.
	   05 GA-ZCHUT		       PIC 9(11)V99.
       01 I-GA			       PIC 9(2) VALUE 0.
       01 I-GA-NIMTZA		       PIC 9(2) VALUE 0.
       01 WS-GA-NIMTZA-SW	       PIC 9 VALUE 0.
	 88 WS-GA-NIMTZA	       VALUE 1.
      *===============================================================*
      * ONE JOURNAL ENTRY BEING WRITTEN.
      *===============================================================*
       01 WS-PKUDA-SADOT.
	 03 WS-PK-CHOVA-GL	       PIC X(10).
	 03 WS-PK-ZCHUT-GL	       PIC X(10).
	 03 WS-PK-SCHOM 	       PIC 9(11)V99.
	 03 WS-PK-KOD		       PIC 9(1).
	 03 WS-PK-TEUR		       PIC X(20).
	 03 WS-GA-MEVUKASH	       PIC X(10).
	 03 WS-GA-CHOVA-ZCHUT	       PIC X(1).
      *===============================================================*
       01 WS-TNUA-SADOT.
	 03 WS-T-KOD		       PIC 9(1).
	 03 WS-T-SCHOM		       PIC S9(7)V99.
      *===============================================================*
       01 WS-MONIM-HANHALA.
	 03 WS-KRIA-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-GL-WRITE-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-PKUDA-COUNT	       PIC 9(5) VALUE 0.
	 03 WS-LO-MESHUYACH-COUNT      PIC 9(7) VALUE 0.
	 03 WS-TAKALA-COUNT	       PIC 9(3) VALUE 0.
      *===============================================================*
      * WS-SCHOM-NETO IS THE NET OF EVERY MOVEMENT READ;
      * WS-SCHOM-YOMAN IS THE NET THE JOURNAL POSTED TO THE CUSTOMER
      * SIDE -- THE FIGURE THAT MUST TIE TO CK-SCHOM-GRAND-TOTAL.
      *===============================================================*
       01 WS-SICHUM-SADOT.
	 03 WS-SCHOM-NETO	       PIC S9(11)V99 VALUE 0.
	 03 WS-SCHOM-YOMAN	       PIC S9(11)V99 VALUE 0.
	 03 WS-LO-MESHUYACH-SCHOM      PIC S9(11)V99 VALUE 0.
	 03 WS-SACH-CHOVA	       PIC 9(11)V99 VALUE 0.
	 03 WS-SACH-ZCHUT	       PIC 9(11)V99 VALUE 0.
	 03 WS-KOD-NETO 	       PIC S9(11)V99 VALUE 0.
      *===============================================================*
       01 WS-AUDIT-SADOT.
	 03 WS-AUDIT-RUN-DATE	       PIC 9(8).
	 03 WS-AUDIT-RUN-TIME	       PIC 9(8).
	 03 WS-AUDIT-D-COUNT	       PIC ZZZZ9.
      *===============================================================*
       01 WS-DIVUACH-SADOT.
	 03 WS-D-KOD		       PIC 9(1).
	 03 WS-D-COUNT		       PIC ZZZZZZ9.
	 03 WS-D-COUNT-2	       PIC ZZZZZZ9.
	 03 WS-D-SCHOM		       PIC -----------9.99.
	 03 WS-D-SCHOM-2	       PIC -----------9.99.
	 03 WS-D-CHOVA		       PIC ZZZZZZZZZZ9.99.
	 03 WS-D-ZCHUT		       PIC ZZZZZZZZZZ9.99.
      *===============================================================*
       01 SW-SWITCHIM.
	 03 SW-KM-SW		       PIC 9 VALUE 0.
	   88 SW-SOF-KM 	       VALUE 9.
	 03 SW-MJ-SW		       PIC 9 VALUE 0.
	   88 SW-SOF-MJ 	       VALUE 9.
	 03 SW-CK-SW		       PIC 9 VALUE 0.
	   88 SW-YESH-CK	       VALUE 1.
      *===============================================================*
      * UNATTENDED BATCH STEP: THE AUDIT RECORDS CARRY THIS ID IN
      * PLACE OF A SIGNED-ON OPERATOR.
      *===============================================================*
       01 WS-MAFIL		       PIC X(8) VALUE 'BATCH'.
      *****************************************************************
       PROCEDURE		       DIVISION.
      *****************************************************************
       F-HANHALA		       SECTION.
      *---------------------------------------------------------------*
       F00.
	    PERFORM FZA-ATCHALAT-HANHALA.
	    IF WS-KOD-COUNT = 0
		   GOBACK.
	    PERFORM FA-KRIAT-TNUA UNTIL SW-SOF-KM.
	    PERFORM FB-KTIVAT-YOMAN VARYING I-KOD FROM 1 BY 1
	     UNTIL I-KOD > 10.
	    PERFORM FZZ-SIYOM-HANHALA.
	    PERFORM FC-DIVUACH-MAAZAN.
	    PERFORM FE-KTIVAT-AUDIT.
	    PERFORM FG-KTIVAT-BAKARA.
	    GOBACK.
       F-EXIT. EXIT.
      *===============================================================*
      * READS ONE MOVEMENT OF THE NIGHT -- FROM THE MERGED MASTER, OR
      * AN 'A' RECORD OF THE IDKUN DELTA -- AND ADDS IT TO ITS KOD.
      *===============================================================*
       FA-KRIAT-TNUA		       SECTION.
      *---------------------------------------------------------------*
       FA00.
	    IF WS-MAKOR-DELTA
		   GO TO FA10-DELTA.
	    READ KM-BANK
		   AT END
		     MOVE 9 TO SW-KM-SW
		     GO TO FA-EXIT.
	    MOVE KM-KOD TO WS-T-KOD.
	    MOVE KM-SCHOM TO WS-T-SCHOM.
	    GO TO FA20-TIPUL.
       FA10-DELTA.
	    READ DL-BANK
		   AT END
		     MOVE 9 TO SW-KM-SW
		     GO TO FA-EXIT.
	    IF NOT DL-HOSAFA
		   GO TO FA-EXIT.
	    MOVE DL-KOD TO WS-T-KOD.
	    MOVE DL-SCHOM TO WS-T-SCHOM.
       FA20-TIPUL.
	    ADD 1 TO WS-KRIA-COUNT.
	    ADD WS-T-SCHOM TO WS-SCHOM-NETO.
	    IF NOT TK-YESH(WS-T-KOD + 1)
		   ADD 1 TO WS-LO-MESHUYACH-COUNT
		   ADD WS-T-SCHOM TO WS-LO-MESHUYACH-SCHOM
		   GO TO FA-EXIT.
	    ADD 1 TO TK-COUNT(WS-T-KOD + 1).
	    IF WS-T-SCHOM > 0
		   ADD WS-T-SCHOM TO TK-SCHOM-ZCHUT(WS-T-KOD + 1)
	    ELSE
		   SUBTRACT WS-T-SCHOM
		     FROM TK-SCHOM-CHOVA(WS-T-KOD + 1).
       FA-EXIT. EXIT.
      *===============================================================*
      * THE ENTRIES FOR ONE KOD.  CREDITS TO CUSTOMERS DEBIT THE
      * CONTRA ACCOUNT AND CREDIT THE KOD'S GL ACCOUNT; DEBITS TO
      * CUSTOMERS DEBIT THE GL ACCOUNT AND CREDIT THE CONTRA.
      *===============================================================*
       FB-KTIVAT-YOMAN		       SECTION.
      *---------------------------------------------------------------*
       FB00.
	    IF NOT TK-YESH(I-KOD)
		   GO TO FB-EXIT.
	    COMPUTE WS-PK-KOD = I-KOD - 1.
	    MOVE TK-TEUR(I-KOD) TO WS-PK-TEUR.
	    IF TK-SCHOM-ZCHUT(I-KOD) > 0
		   MOVE TK-CHESHBON-NEGDI(I-KOD) TO WS-PK-CHOVA-GL
		   MOVE TK-CHESHBON-GL(I-KOD) TO WS-PK-ZCHUT-GL
		   MOVE TK-SCHOM-ZCHUT(I-KOD) TO WS-PK-SCHOM
		   ADD TK-SCHOM-ZCHUT(I-KOD) TO WS-SCHOM-YOMAN
		   PERFORM FB1-KTIVAT-PKUDA.
	    IF TK-SCHOM-CHOVA(I-KOD) > 0
		   MOVE TK-CHESHBON-GL(I-KOD) TO WS-PK-CHOVA-GL
		   MOVE TK-CHESHBON-NEGDI(I-KOD) TO WS-PK-ZCHUT-GL
		   MOVE TK-SCHOM-CHOVA(I-KOD) TO WS-PK-SCHOM
		   SUBTRACT TK-SCHOM-CHOVA(I-KOD) FROM WS-SCHOM-YOMAN
		   PERFORM FB1-KTIVAT-PKUDA.
       FB-EXIT. EXIT.
      *===============================================================*
       FB1-KTIVAT-PKUDA 	       SECTION.
      *---------------------------------------------------------------*
       FB10-KTIVAT-PKUDA.
	    ADD 1 TO WS-PKUDA-COUNT.
	    MOVE WS-TAARICH-ESEK TO GL-TAARICH.
	    MOVE WS-PKUDA-COUNT TO GL-MISPAR-PKUDA.
	    MOVE 1 TO GL-SHURA.
	    MOVE WS-PK-CHOVA-GL TO GL-CHESHBON-GL.
	    MOVE 'D' TO GL-CHOVA-ZCHUT.
	    MOVE WS-PK-SCHOM TO GL-SCHOM.
	    MOVE WS-PK-KOD TO GL-KOD.
	    MOVE WS-PK-TEUR TO GL-TEUR.
	    WRITE GL-REC.
	    ADD 1 TO WS-GL-WRITE-COUNT.
	    ADD WS-PK-SCHOM TO WS-SACH-CHOVA.
	    MOVE WS-PK-CHOVA-GL TO WS-GA-MEVUKASH.
	    MOVE 'D' TO WS-GA-CHOVA-ZCHUT.
	    PERFORM FB2-TZVIRAT-CHESHBON.
	    MOVE 2 TO GL-SHURA.
	    MOVE WS-PK-ZCHUT-GL TO GL-CHESHBON-GL.
	    MOVE 'C' TO GL-CHOVA-ZCHUT.
	    WRITE GL-REC.
	    ADD 1 TO WS-GL-WRITE-COUNT.
	    ADD WS-PK-SCHOM TO WS-SACH-ZCHUT.
	    MOVE WS-PK-ZCHUT-GL TO WS-GA-MEVUKASH.
	    MOVE 'C' TO WS-GA-CHOVA-ZCHUT.
	    PERFORM FB2-TZVIRAT-CHESHBON.
       FB10-EXIT. EXIT.
      *===============================================================*
      * ADDS ONE JOURNAL LINE TO THE TRIAL BALANCE OF ITS GL ACCOUNT,
      * OPENING A NEW ENTRY THE FIRST TIME THE ACCOUNT IS SEEN.
      *===============================================================*
       FB2-TZVIRAT-CHESHBON	       SECTION.
      *---------------------------------------------------------------*
       FB20-TZVIRAT-CHESHBON.
	    MOVE 0 TO WS-GA-NIMTZA-SW.
	    IF GA-MONEH > 0
		   PERFORM FB21-HASHVAAT-CHESHBON VARYING I-GA
		    FROM 1 BY 1
		    UNTIL I-GA > GA-MONEH OR WS-GA-NIMTZA.
	    IF NOT WS-GA-NIMTZA
		   ADD 1 TO GA-MONEH
		   MOVE GA-MONEH TO I-GA-NIMTZA
		   MOVE WS-GA-MEVUKASH TO GA-CHESHBON-GL(I-GA-NIMTZA)
		   MOVE 0 TO GA-CHOVA(I-GA-NIMTZA)
		   MOVE 0 TO GA-ZCHUT(I-GA-NIMTZA).
	    IF WS-GA-CHOVA-ZCHUT = 'D'
		   ADD WS-PK-SCHOM TO GA-CHOVA(I-GA-NIMTZA)
	    ELSE
		   ADD WS-PK-SCHOM TO GA-ZCHUT(I-GA-NIMTZA).
	    GO TO FB20-EXIT.
      *===============================================================*
       FB21-HASHVAAT-CHESHBON.
	    IF GA-CHESHBON-GL(I-GA) = WS-GA-MEVUKASH
		   SET WS-GA-NIMTZA TO TRUE
		   MOVE I-GA TO I-GA-NIMTZA.
       FB21-END.
       FB20-EXIT. EXIT.
      *===============================================================*
      * THE TRIAL-BALANCE REPORT: THE NIGHT BY KOD, EVERY GL ACCOUNT
      * WITH ITS DEBITS AND CREDITS, THE PROOF THAT DEBITS EQUAL
      * CREDITS, AND THE TIE OF THE JOURNAL TO THE MERGE CHECKPOINT.
      *===============================================================*
       FC-DIVUACH-MAAZAN	       SECTION.
      *---------------------------------------------------------------*
       FC00.
	    OPEN OUTPUT DO-BANK.
	    IF NOT MH-DO-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING DO-BANK, FILE STATUS = '
		     MH-DO-FILE-STATUS
		   STOP RUN.
	    MOVE SPACES TO DO-REC.
	    STRING 'HANHALA -- YOMAN LA-HANHALAT CHESHBONOT, '
	     DELIMITED BY SIZE
	     'TAARICH ESEK ' DELIMITED BY SIZE
	     WS-TAARICH-ESEK DELIMITED BY SIZE INTO DO-REC.
	    PERFORM FF-KTIVAT-SHURA.
	    MOVE SPACES TO DO-REC.
	    IF WS-MAKOR-DELTA
		   STRING 'MAKOR: ' DELIMITED BY SIZE
		    WS-DL-FILE-NAME DELIMITED BY SPACE
		    ' (IDKUN)' DELIMITED BY SIZE INTO DO-REC
	    ELSE
		   STRING 'MAKOR: ' DELIMITED BY SIZE
		    WS-KM-FILE-NAME DELIMITED BY SPACE
		     INTO DO-REC.
	    PERFORM FF-KTIVAT-SHURA.
	    MOVE SPACES TO DO-REC.
	    PERFORM FF-KTIVAT-SHURA.
	    PERFORM FC1-DFUS-KOD VARYING I-KOD FROM 1 BY 1
	     UNTIL I-KOD > 10.
	    IF WS-LO-MESHUYACH-COUNT > 0
		   ADD 1 TO WS-TAKALA-COUNT
		   MOVE WS-LO-MESHUYACH-COUNT TO WS-D-COUNT
		   MOVE WS-LO-MESHUYACH-SCHOM TO WS-D-SCHOM
		   MOVE SPACES TO DO-REC
		   STRING '*** KOD LO BE-KODIM.DAT ' DELIMITED BY SIZE
		    WS-D-COUNT DELIMITED BY SIZE
		    ' ' DELIMITED BY SIZE
		    WS-D-SCHOM DELIMITED BY SIZE
		    ' LO NIRSHAM ***' DELIMITED BY SIZE INTO DO-REC
		   PERFORM FF-KTIVAT-SHURA.
	    MOVE SPACES TO DO-REC.
	    PERFORM FF-KTIVAT-SHURA.
	    MOVE SPACES TO DO-REC.
	    STRING 'MAAZAN BOCHAN   CHESHBON' DELIMITED BY SIZE
	     '                CHOVA           ZCHUT' DELIMITED BY SIZE
	      INTO DO-REC.
	    PERFORM FF-KTIVAT-SHURA.
	    PERFORM FC2-DFUS-CHESHBON VARYING I-GA FROM 1 BY 1
	     UNTIL I-GA > GA-MONEH.
	    MOVE WS-SACH-CHOVA TO WS-D-CHOVA.
	    MOVE WS-SACH-ZCHUT TO WS-D-ZCHUT.
	    MOVE SPACES TO DO-REC.
	    STRING 'SACH HA-KOL                  ' DELIMITED BY SIZE
	     WS-D-CHOVA DELIMITED BY SIZE
	     '  ' DELIMITED BY SIZE
	     WS-D-ZCHUT DELIMITED BY SIZE INTO DO-REC.
	    PERFORM FF-KTIVAT-SHURA.
	    MOVE SPACES TO DO-REC.
	    IF WS-SACH-CHOVA = WS-SACH-ZCHUT
		   STRING 'CHOVA = ZCHUT, HA-YOMAN MAUZAN ........ OK'
		     DELIMITED BY SIZE INTO DO-REC
	    ELSE
		   ADD 1 TO WS-TAKALA-COUNT
		   STRING 'CHOVA : ZCHUT, HA-YOMAN LO MAUZAN .... '
		     'OUT-OF-BALANCE' DELIMITED BY SIZE INTO DO-REC.
	    PERFORM FF-KTIVAT-SHURA.
	    MOVE SPACES TO DO-REC.
	    PERFORM FF-KTIVAT-SHURA.
	    PERFORM FC3-HASHVAAT-CHECKPOINT.
	    MOVE SPACES TO DO-REC.
	    PERFORM FF-KTIVAT-SHURA.
	    MOVE SPACES TO DO-REC.
	    IF WS-TAKALA-COUNT = 0
		   STRING 'HANHALA: HA-YOMAN TAKIN, PKUDOT '
		     DELIMITED BY SIZE
		    WS-PKUDA-COUNT DELIMITED BY SIZE INTO DO-REC
	    ELSE
		   STRING 'HANHALA: *** TAKALOT = ' DELIMITED BY SIZE
		    WS-TAKALA-COUNT DELIMITED BY SIZE
		    ' -- BADOK LIFNE KLITA BA-HANHALA ***'
		     DELIMITED BY SIZE INTO DO-REC.
	    PERFORM FF-KTIVAT-SHURA.
	    CLOSE DO-BANK.
       FC-EXIT. EXIT.
      *===============================================================*
       FC1-DFUS-KOD		       SECTION.
      *---------------------------------------------------------------*
       FC10-DFUS-KOD.
	    IF NOT TK-YESH(I-KOD)
	       OR TK-COUNT(I-KOD) = 0
		   GO TO FC10-EXIT.
	    COMPUTE WS-D-KOD = I-KOD - 1.
	    COMPUTE WS-KOD-NETO =
	     TK-SCHOM-ZCHUT(I-KOD) - TK-SCHOM-CHOVA(I-KOD).
	    MOVE TK-COUNT(I-KOD) TO WS-D-COUNT.
	    MOVE WS-KOD-NETO TO WS-D-SCHOM.
	    MOVE SPACES TO DO-REC.
	    STRING 'KOD ' DELIMITED BY SIZE
	     WS-D-KOD DELIMITED BY SIZE
	     ' ' DELIMITED BY SIZE
	     TK-TEUR(I-KOD) DELIMITED BY SIZE
	     ' ' DELIMITED BY SIZE
	     WS-D-COUNT DELIMITED BY SIZE
	     ' ' DELIMITED BY SIZE
	     WS-D-SCHOM DELIMITED BY SIZE INTO DO-REC.
	    PERFORM FF-KTIVAT-SHURA.
       FC10-EXIT. EXIT.
      *===============================================================*
       FC2-DFUS-CHESHBON	       SECTION.
      *---------------------------------------------------------------*
       FC20-DFUS-CHESHBON.
	    MOVE GA-CHOVA(I-GA) TO WS-D-CHOVA.
	    MOVE GA-ZCHUT(I-GA) TO WS-D-ZCHUT.
	    MOVE SPACES TO DO-REC.
	    STRING '                ' DELIMITED BY SIZE
	     GA-CHESHBON-GL(I-GA) DELIMITED BY SIZE
	     '   ' DELIMITED BY SIZE
	     WS-D-CHOVA DELIMITED BY SIZE
	     '  ' DELIMITED BY SIZE
	     WS-D-ZCHUT DELIMITED BY SIZE INTO DO-REC.
	    PERFORM FF-KTIVAT-SHURA.
       FC20-EXIT. EXIT.
      *===============================================================*
      * ON A MERGE NIGHT THE JOURNAL'S NET TO THE CUSTOMER SIDE MUST
      * EQUAL CK-SCHOM-GRAND-TOTAL AND ITS MOVEMENT COUNT CK-KM-COUNT.
      * AN IDKUN DELTA HAS NO CHECKPOINT, SO THERE THE JOURNAL TIES
      * TO THE NET OF THE DELTA MOVEMENTS READ.
      *===============================================================*
       FC3-HASHVAAT-CHECKPOINT	       SECTION.
      *---------------------------------------------------------------*
       FC30-HASHVAAT-CHECKPOINT.
	    MOVE WS-SCHOM-YOMAN TO WS-D-SCHOM.
	    IF WS-MAKOR-DELTA OR NOT SW-YESH-CK
		   MOVE WS-SCHOM-NETO TO WS-D-SCHOM-2
		   MOVE SPACES TO DO-REC
		   STRING 'YOMAN ' DELIMITED BY SIZE
		    WS-D-SCHOM DELIMITED BY SIZE
		    ' TNUOT ' DELIMITED BY SIZE
		    WS-D-SCHOM-2 DELIMITED BY SIZE INTO DO-REC
		   PERFORM FF-KTIVAT-SHURA
		   PERFORM FC31-TOTZAA-SCHOM
		   GO TO FC30-EXIT.
	    MOVE CK-SCHOM-GRAND-TOTAL TO WS-D-SCHOM-2.
	    MOVE SPACES TO DO-REC.
	    STRING 'YOMAN ' DELIMITED BY SIZE
	     WS-D-SCHOM DELIMITED BY SIZE
	     ' CK-SCHOM-GRAND-TOTAL ' DELIMITED BY SIZE
	     WS-D-SCHOM-2 DELIMITED BY SIZE INTO DO-REC.
	    PERFORM FF-KTIVAT-SHURA.
	    MOVE CK-SCHOM-GRAND-TOTAL TO WS-SCHOM-NETO.
	    PERFORM FC31-TOTZAA-SCHOM.
	    MOVE WS-KRIA-COUNT TO WS-D-COUNT.
	    MOVE CK-KM-COUNT TO WS-D-COUNT-2.
	    MOVE SPACES TO DO-REC.
	    IF WS-KRIA-COUNT = CK-KM-COUNT
		   STRING 'TNUOT ' DELIMITED BY SIZE
		    WS-D-COUNT DELIMITED BY SIZE
		    ' = CK-KM-COUNT ' DELIMITED BY SIZE
		    WS-D-COUNT-2 DELIMITED BY SIZE
		    ' .... OK' DELIMITED BY SIZE INTO DO-REC
	    ELSE
		   ADD 1 TO WS-TAKALA-COUNT
		   STRING 'TNUOT ' DELIMITED BY SIZE
		    WS-D-COUNT DELIMITED BY SIZE
		    ' : CK-KM-COUNT ' DELIMITED BY SIZE
		    WS-D-COUNT-2 DELIMITED BY SIZE
		    ' .... OUT-OF-BALANCE' DELIMITED BY SIZE
		     INTO DO-REC.
	    PERFORM FF-KTIVAT-SHURA.
       FC30-EXIT. EXIT.
      *===============================================================*
       FC31-TOTZAA-SCHOM	       SECTION.
      *---------------------------------------------------------------*
       FC35-TOTZAA-SCHOM.
	    MOVE SPACES TO DO-REC.
	    IF WS-SCHOM-YOMAN = WS-SCHOM-NETO
		   STRING 'SCHOM HA-YOMAN TOEM ............... OK'
		     DELIMITED BY SIZE INTO DO-REC
	    ELSE
		   ADD 1 TO WS-TAKALA-COUNT
		   STRING 'SCHOM HA-YOMAN LO TOEM ............ '
		     'OUT-OF-BALANCE' DELIMITED BY SIZE INTO DO-REC.
	    PERFORM FF-KTIVAT-SHURA.
       FC35-EXIT. EXIT.
      *===============================================================*
       FE-KTIVAT-AUDIT		       SECTION.
      *---------------------------------------------------------------*
       FE00.
	    ACCEPT WS-AUDIT-RUN-TIME FROM TIME.
	    OPEN EXTEND AT-BANK.
	    IF MH-AT-FILE-NOT-FOUND
		   OPEN OUTPUT AT-BANK
	    END-IF.
	    IF NOT MH-AT-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING AT-BANK, FILE STATUS = '
		     MH-AT-FILE-STATUS
		   STOP RUN.
	    MOVE WS-PKUDA-COUNT TO WS-AUDIT-D-COUNT.
	    MOVE SPACES TO AT-REC.
	    STRING 'HANHALA RUN ' DELIMITED BY SIZE
	     WS-AUDIT-RUN-DATE DELIMITED BY SIZE
	     ' ' DELIMITED BY SIZE
	     WS-AUDIT-RUN-TIME DELIMITED BY SIZE
	     ' ESEK ' DELIMITED BY SIZE
	     WS-TAARICH-ESEK DELIMITED BY SIZE
	     ' PKUDOT ' DELIMITED BY SIZE
	     WS-AUDIT-D-COUNT DELIMITED BY SIZE INTO AT-SHURA.
	    MOVE WS-MAFIL TO AT-MAFIL.
	    WRITE AT-REC.
	    CLOSE AT-BANK.
       FE-EXIT. EXIT.
      *===============================================================*
       FF-KTIVAT-SHURA		       SECTION.
      *---------------------------------------------------------------*
       FF00.
	    WRITE DO-REC.
	    DISPLAY DO-REC.
       FF-EXIT. EXIT.
      *===============================================================*
      * APPENDS THE STEP-CONTROL RECORD: MOVEMENTS IN, JOURNAL LINES
      * OUT AND THE NET POSTED TO THE CUSTOMER SIDE.  A DELTA NIGHT
      * IS FILED UNDER STREAM 'DELTA' SO BOKER TIES ONLY A MERGE
      * NIGHT'S JOURNAL TO MIZUG.DAT.
      *===============================================================*
       FG-KTIVAT-BAKARA 	       SECTION.
      *---------------------------------------------------------------*
       FG00.
	    OPEN EXTEND BC-BANK.
	    IF MH-BC-FILE-NOT-FOUND
		   OPEN OUTPUT BC-BANK
	    END-IF.
	    IF NOT MH-BC-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING BC-BANK, FILE STATUS = '
		     MH-BC-FILE-STATUS
		   STOP RUN.
	    MOVE 'HANHALA' TO BC-SHELEV.
	    MOVE WS-AUDIT-RUN-DATE TO BC-RUN-DATE.
	    MOVE WS-AUDIT-RUN-TIME TO BC-RUN-TIME.
	    IF WS-MAKOR-DELTA
		   MOVE 'DELTA' TO BC-STREAM
	    ELSE
		   MOVE SPACES TO BC-STREAM.
	    MOVE WS-KRIA-COUNT TO BC-IN-COUNT.
	    MOVE WS-GL-WRITE-COUNT TO BC-OUT-COUNT.
	    MOVE WS-SCHOM-YOMAN TO BC-SCHOM.
	    WRITE BC-REC.
	    CLOSE BC-BANK.
       FG-EXIT. EXIT.
      *===============================================================*
       FZA-ATCHALAT-HANHALA	       SECTION.
      *---------------------------------------------------------------*
       FZA00.
	    ACCEPT WS-AUDIT-RUN-DATE FROM DATE YYYYMMDD.
	    PERFORM FZA1-KRIAT-PARAMETRIM.
	    PERFORM FZA2-KRIAT-KODIM.
	    IF WS-KOD-COUNT = 0
		   GO TO FZA-EXIT.
	    PERFORM FZA4-TAARICH-ESEK.
	    IF WS-MAKOR-MIZUG
		   PERFORM FZA6-KRIAT-CHECKPOINT.
	    IF WS-MAKOR-DELTA
		   OPEN INPUT DL-BANK
		   IF NOT MH-DL-FILE-STATUS-TAKIN
			 DISPLAY 'ERROR OPENING DL-BANK, FILE STATUS = '
			   MH-DL-FILE-STATUS
			 STOP RUN
		   END-IF
	    ELSE
		   OPEN INPUT KM-BANK
		   IF NOT MH-KM-FILE-STATUS-TAKIN
			 DISPLAY 'ERROR OPENING KM-BANK, FILE STATUS = '
			   MH-KM-FILE-STATUS
			 STOP RUN
		   END-IF
	    END-IF.
	    OPEN OUTPUT GL-BANK.
	    IF NOT MH-GL-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING GL-BANK, FILE STATUS = '
		     MH-GL-FILE-STATUS
		   STOP RUN.
       FZA-EXIT. EXIT.
      *===============================================================*
       FZA1-KRIAT-PARAMETRIM	       SECTION.
      *---------------------------------------------------------------*
       FZA05-KRIAT-PARAMETRIM.
	    OPEN INPUT PM-BANK.
	    IF MH-PM-FILE-NOT-FOUND
		   GO TO FZA05-EXIT.
	    IF NOT MH-PM-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING PM-BANK, FILE STATUS = '
		     MH-PM-FILE-STATUS
		   STOP RUN.
	    READ PM-BANK
		   AT END
		     CLOSE PM-BANK
		     GO TO FZA05-EXIT.
	    IF PM-MAKOR NOT = SPACES
		   MOVE PM-MAKOR TO WS-MAKOR.
	    IF NOT WS-MAKOR-MIZUG AND NOT WS-MAKOR-DELTA
		   DISPLAY 'HANHALA: PM-MAKOR LO MUKAR: ' WS-MAKOR
		   STOP RUN.
	    IF PM-KM-FILE NOT = SPACES
		   MOVE PM-KM-FILE TO WS-KM-FILE-NAME.
	    IF PM-DL-FILE NOT = SPACES
		   MOVE PM-DL-FILE TO WS-DL-FILE-NAME.
	    IF PM-CK-FILE NOT = SPACES
		   MOVE PM-CK-FILE TO WS-CK-FILE-NAME.
	    IF PM-GL-FILE NOT = SPACES
		   MOVE PM-GL-FILE TO WS-GL-FILE-NAME.
	    IF PM-TAARICH-ESEK NUMERIC
		   MOVE PM-TAARICH-ESEK TO WS-ESEK-PRM.
	    CLOSE PM-BANK.
       FZA05-EXIT. EXIT.
      *===============================================================*
      * WITHOUT A CHART THERE IS NOTHING TO POST TO, SO THE STEP
      * WARNS AND ENDS WITHOUT A JOURNAL.
      *===============================================================*
       FZA2-KRIAT-KODIM 	       SECTION.
      *---------------------------------------------------------------*
       FZA10-KRIAT-KODIM.
	    PERFORM FZA11-IPUS-KOD VARYING I-KOD FROM 1 BY 1
	     UNTIL I-KOD > 10.
	    OPEN INPUT KO-BANK.
	    IF MH-KO-FILE-NOT-FOUND
		   DISPLAY 'HANHALA: AZHARA -- EIN KODIM.DAT, '
		     'EIN YOMAN HANHALA'
		   GO TO FZA10-EXIT.
	    IF NOT MH-KO-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING KO-BANK, FILE STATUS = '
		     MH-KO-FILE-STATUS
		   STOP RUN.
	    PERFORM FZA3-TEINAT-KOD
	     UNTIL MH-KO-FILE-STATUS NOT = '00'.
	    CLOSE KO-BANK.
	    IF WS-KOD-COUNT = 0
		   DISPLAY 'HANHALA: AZHARA -- KODIM.DAT REIK, '
		     'EIN YOMAN HANHALA'.
	    GO TO FZA10-EXIT.
      *===============================================================*
       FZA11-IPUS-KOD.
	    MOVE 0 TO TK-YESH-SW(I-KOD).
	    MOVE SPACES TO TK-TEUR(I-KOD).
	    MOVE SPACE TO TK-KIVUN(I-KOD).
	    MOVE SPACES TO TK-CHESHBON-GL(I-KOD).
	    MOVE SPACES TO TK-CHESHBON-NEGDI(I-KOD).
	    MOVE 0 TO TK-COUNT(I-KOD).
	    MOVE 0 TO TK-SCHOM-ZCHUT(I-KOD).
	    MOVE 0 TO TK-SCHOM-CHOVA(I-KOD).
       FZA11-END.
       FZA10-EXIT. EXIT.
      *===============================================================*
       FZA3-TEINAT-KOD		       SECTION.
      *---------------------------------------------------------------*
       FZA15-TEINAT-KOD.
	    READ KO-BANK
		   AT END
		     GO TO FZA15-EXIT.
	    IF KO-KOD NOT NUMERIC
	       OR (KO-KIVUN NOT = 'D' AND NOT = 'C' AND NOT = 'B')
	       OR KO-CHESHBON-GL = SPACES
	       OR KO-CHESHBON-NEGDI = SPACES
		   DISPLAY 'HANHALA: *** SHURA PSULA BE-KODIM.DAT: '
		     KO-REC
		   STOP RUN.
	    MOVE 1 TO TK-YESH-SW(KO-KOD + 1).
	    MOVE KO-TEUR TO TK-TEUR(KO-KOD + 1).
	    MOVE KO-KIVUN TO TK-KIVUN(KO-KOD + 1).
	    MOVE KO-CHESHBON-GL TO TK-CHESHBON-GL(KO-KOD + 1).
	    MOVE KO-CHESHBON-NEGDI TO TK-CHESHBON-NEGDI(KO-KOD + 1).
	    ADD 1 TO WS-KOD-COUNT.
       FZA15-EXIT. EXIT.
      *===============================================================*
      * AN EXPLICIT DATE IN HANHALA.PRM WINS; OTHERWISE THE JOURNAL
      * CARRIES THE BUSINESS DATE OF THE NIGHT OPEN ON MASLUL.JRN,
      * AND RUN BY HAND OUTSIDE A NIGHT, TODAY.
      *===============================================================*
       FZA4-TAARICH-ESEK	       SECTION.
      *---------------------------------------------------------------*
       FZA20-TAARICH-ESEK.
	    OPEN INPUT MJ-BANK.
	    IF MH-MJ-FILE-STATUS-TAKIN
		   PERFORM FZA5-TEINAT-YOMAN UNTIL SW-SOF-MJ
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
       FZA20-EXIT. EXIT.
      *===============================================================*
       FZA5-TEINAT-YOMAN	       SECTION.
      *---------------------------------------------------------------*
       FZA25-TEINAT-YOMAN.
	    READ MJ-BANK
		   AT END
		     MOVE 9 TO SW-MJ-SW
		     GO TO FZA25-EXIT.
	    IF MJ-SHELEV = 'MASLUL'
	       AND MJ-MATZAV = 'COMPLETE'
		   MOVE 0 TO WS-ESEK-YOMAN
		   GO TO FZA25-EXIT.
	    IF WS-ESEK-YOMAN = 0
		   MOVE MJ-DATE TO WS-ESEK-YOMAN.
       FZA25-EXIT. EXIT.
      *===============================================================*
       FZA6-KRIAT-CHECKPOINT	       SECTION.
      *---------------------------------------------------------------*
       FZA30-KRIAT-CHECKPOINT.
	    OPEN INPUT CK-BANK.
	    IF MH-CK-FILE-NOT-FOUND
		   DISPLAY 'HANHALA: EIN MIZUG.CKP, EIN BDIKA NEGED '
		     'CHECKPOINT'
		   GO TO FZA30-EXIT.
	    IF NOT MH-CK-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING CK-BANK, FILE STATUS = '
		     MH-CK-FILE-STATUS
		   STOP RUN.
	    READ CK-BANK
		   AT END
		     CLOSE CK-BANK
		     GO TO FZA30-EXIT.
	    IF CK-STATUS NOT = 'COMPLETE'
		   DISPLAY 'HANHALA: CK-STATUS = ' CK-STATUS
		     ' -- RUN LO HUSHLAM, EIN YOMAN'
		   STOP RUN.
	    SET SW-YESH-CK TO TRUE.
	    CLOSE CK-BANK.
       FZA30-EXIT. EXIT.
      *===============================================================*
       FZZ-SIYOM-HANHALA	       SECTION.
      *---------------------------------------------------------------*
       FZZ00.
	    IF WS-MAKOR-DELTA
		   CLOSE DL-BANK
	    ELSE
		   CLOSE KM-BANK.
	    CLOSE GL-BANK.
	    MOVE WS-GL-WRITE-COUNT TO WS-D-COUNT.
	    DISPLAY 'HANHALA: SHUROT YOMAN ' WS-D-COUNT
	     ' TO ' WS-GL-FILE-NAME.
       FZZ-EXIT. EXIT.
      *===============================================================*
