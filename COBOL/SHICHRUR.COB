       IDENTIFICATION		       DIVISION.
      *****************************************************************
       PROGRAM-ID.		       SHICHRUR.
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
	    SELECT HL-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-HL-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *===============================================================*
	    SELECT SH-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-SH-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *===============================================================*
	    SELECT AT-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-AT-FILE-STATUS
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
      * THE HOLD FILE WRITTEN BY FORMAT AND IDKUN: ONE LINE PER VALID
      * MOVEMENT THAT REPEATED ONE POSTED ON AN EARLIER NIGHT, WITH
      * THE NIGHT IT WAS HELD (HL-TAARICH-ESEK) AND THE NIGHT OF THE
      * POSTING IT REPEATS (HL-TAARICH-KODEM).  HL-MATZAV IS BLANK
      * WHILE PENDING, 'S' ONCE RELEASED AND 'M' ONCE DISCARDED.
      *===============================================================*
       FD HL-BANK
	   VALUE OF FILE-ID 'A:KEFEL.HLD'
	   LABEL RECORD STANDARD.
       01 HL-REC.
	 03 HL-CHESHBON 	       PIC 9(10).
	 03 HL-SHEM		       PIC X(10).
	 03 HL-TZ		       PIC X(10).
	 03 HL-DATE		       PIC X(8).
	 03 HL-KOD		       PIC 9(1).
	 03 HL-SCHOM		       PIC S9(7)V99
				 SIGN LEADING SEPARATE.
	 03 HL-SOURCE		       PIC X(10).
	 03 HL-TAARICH-ESEK	       PIC 9(8).
	 03 HL-TAARICH-KODEM	       PIC 9(8).
	 03 HL-SHELEV		       PIC X(10).
	 03 HL-MATZAV		       PIC X(1).
	 03 HL-MAFIL		       PIC X(8).
	 03 HL-TAARICH-HACHLATA        PIC 9(8).
      *===============================================================*
      * THE RELEASED MOVEMENTS, IN THE BANK-FILE LAYOUT FOLLOWED BY
      * THE SOURCE BANK THAT FIRST SENT EACH ONE.  KEFEL.SHR IS LISTED
      * IN MASLUL.CTL AS ONE MORE RAW FILE, SO A RELEASED MOVEMENT IS
      * POSTED ON THE NEXT NIGHT UNDER THAT SOURCE; FORMAT AND IDKUN
      * DROP IT FROM THE FILE ONCE IT IS ON THE MASTER.
      *===============================================================*
       FD SH-BANK
	   VALUE OF FILE-ID 'A:KEFEL.SHR'
	   LABEL RECORD STANDARD.
       01 SH-REC.
	 03 SH-CHESHBON 	       PIC 9(10).
	 03 SH-SHEM		       PIC X(10).
	 03 SH-TZ		       PIC X(10).
	 03 SH-DATE		       PIC X(8).
	 03 SH-KOD		       PIC 9(1).
	 03 SH-SCHOM		       PIC S9(7)V99
				 SIGN LEADING SEPARATE.
	 03 SH-SOURCE		       PIC X(10).
      *===============================================================*
       FD AT-BANK
	   VALUE OF FILE-ID 'A:MIZUG.AUD'
	   LABEL RECORD STANDARD.
       01 AT-REC.
	 03 AT-SHURA		       PIC X(80).
	 03 AT-MAFIL		       PIC X(8).
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
	 03 MH-HL-FILE-STATUS	       PIC X(2).
	   88 MH-HL-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-HL-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-SH-FILE-STATUS	       PIC X(2).
	   88 MH-SH-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-SH-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-AT-FILE-STATUS	       PIC X(2).
	   88 MH-AT-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-AT-FILE-NOT-FOUND     VALUE '35'.
      *===============================================================*
      * IN-CORE COPY OF THE HOLD FILE.  HT-HARITZA MARKS AN ENTRY
      * DECIDED ON THIS RUN; ENTRIES DECIDED ON EARLIER RUNS DROP OFF
      * WHEN THE FILE IS REWRITTEN.
      *===============================================================*
       01 HT-TAVLAT-IKUVIM.
	 03 HT-MONEH		       PIC 9(3) VALUE 0.
	 03 HT-ENTRY OCCURS 500 TIMES.
	   05 HT-REC.
	     07 HT-CHESHBON	       PIC 9(10).
	     07 HT-SHEM 	       PIC X(10).
	     07 HT-TZ		       PIC X(10).
	     07 HT-DATE 	       PIC X(8).
	     07 HT-KOD		       PIC 9(1).
	     07 HT-SCHOM	       PIC S9(7)V99
				 SIGN LEADING SEPARATE.
	     07 HT-SOURCE	       PIC X(10).
	     07 HT-TAARICH-ESEK        PIC 9(8).
	     07 HT-TAARICH-KODEM       PIC 9(8).
	     07 HT-SHELEV	       PIC X(10).
	     07 HT-MATZAV	       PIC X(1).
	     07 HT-MAFIL	       PIC X(8).
	     07 HT-TAARICH-HACHLATA    PIC 9(8).
	   05 HT-HARITZA	       PIC 9(1).
       01 I-HT			       PIC 9(3) VALUE 0.
      *===============================================================*
       01 WS-HACHLATA		       PIC X(1).
	 88 WS-HACHLATA-SHICHRUR       VALUE 'S'.
	 88 WS-HACHLATA-MECHIKA        VALUE 'M'.
	 88 WS-HACHLATA-YETZIA	       VALUE 'Y'.
      *===============================================================*
       01 WS-MONIM-SHICHRUR.
	 03 WS-MAMTIN-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-SHICHRUR-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-MECHIKA-COUNT	       PIC 9(7) VALUE 0.
      *===============================================================*
       01 WS-AUDIT-SADOT.
	 03 WS-AUDIT-RUN-DATE	       PIC 9(8).
	 03 WS-AUDIT-RUN-TIME	       PIC 9(8).
      *===============================================================*
       01 WS-DIVUACH-SADOT.
	 03 WS-D-SCHOM		       PIC ---------9.99.
	 03 WS-D-PEULA		       PIC X(9).
      *===============================================================*
       01 SW-SWITCHIM.
	 03 SW-SHUNA-SW 	       PIC 9 VALUE 0.
	   88 SW-SHUNA		       VALUE 1.
	 03 SW-YETZIA-SW	       PIC 9 VALUE 0.
	   88 SW-YETZIA 	       VALUE 1.
      *===============================================================*
      * THE SIGNED-ON OPERATOR.  WS-MAFIL IS STAMPED ON EVERY AUDIT
      * RECORD THE PROGRAM WRITES.
      *===============================================================*
       01 WS-KNISA-SADOT.
	 03 WS-MAFIL		       PIC X(8) VALUE 'BATCH'.
	 03 WS-SISMA		       PIC X(8).
	 03 WS-RAMA		       PIC X(1) VALUE SPACE.
	   88 WS-RAMA-MEMUNE	       VALUE 'M'.
	 03 WS-NISAYON		       PIC 9(1) VALUE 0.
	 03 WS-KNISA-SW 	       PIC 9 VALUE 0.
	   88 WS-KNISA-TAKINA	       VALUE 1.
      *****************************************************************
       PROCEDURE		       DIVISION.
      *****************************************************************
       SR-SHICHRUR		       SECTION.
      *---------------------------------------------------------------*
       SR00.
	    PERFORM SRZK-KNISAT-MAFIL.
	    IF NOT WS-RAMA-MEMUNE
		   DISPLAY 'SHICHRUR: LE-MEMUNE BILVAD -- SIYUM'
		   STOP RUN.
	    PERFORM SRZ-ATCHALAT-SHICHRUR.
	    PERFORM SRA-TIPUL-IKUV VARYING I-HT FROM 1 BY 1
	     UNTIL I-HT > HT-MONEH OR SW-YETZIA.
	    PERFORM SRY-SIYOM-SHICHRUR.
	    STOP RUN.
       SR-EXIT. EXIT.
      *===============================================================*
      * ONE HELD MOVEMENT ON THE SCREEN.  (S)HICHRUR SENDS IT TO
      * KEFEL.SHR FOR THE NEXT NIGHT, (M)ECHIKA DISCARDS IT AS THE
      * DUPLICATE IT IS, (D)ILUG LEAVES IT PENDING AND (Y)ETZIA LEAVES
      * IT AND EVERYTHING AFTER IT PENDING.
      *===============================================================*
       SRA-TIPUL-IKUV		       SECTION.
      *---------------------------------------------------------------*
       SRA00.
	    IF HT-MATZAV(I-HT) NOT = SPACE
		   GO TO SRA-EXIT.
	    MOVE HT-SCHOM(I-HT) TO WS-D-SCHOM.
	    DISPLAY ' '.
	    DISPLAY 'TNUA BE-IKUV: CHESHBON ' HT-CHESHBON(I-HT)
	     ' SHEM ' HT-SHEM(I-HT) ' TZ ' HT-TZ(I-HT).
	    DISPLAY '  TAARICH ' HT-DATE(I-HT) ' KOD ' HT-KOD(I-HT)
	     ' SCHOM ' WS-D-SCHOM ' SOURCE ' HT-SOURCE(I-HT).
	    DISPLAY '  NE-ECHZAKA BE-' HT-TAARICH-ESEK(I-HT)
	     ' (' HT-SHELEV(I-HT) '), ZEHA LE-TNUA SHE-NIRSHEMA BE-'
	     HT-TAARICH-KODEM(I-HT).
	    DISPLAY 'PEULA -- (S)HICHRUR, (M)ECHIKA, (D)ILUG, '
	     '(Y)ETZIA: '.
	    ACCEPT WS-HACHLATA.
	    IF WS-HACHLATA-YETZIA
		   SET SW-YETZIA TO TRUE
		   GO TO SRA-EXIT.
	    IF NOT WS-HACHLATA-SHICHRUR
	       AND NOT WS-HACHLATA-MECHIKA
		   GO TO SRA-EXIT.
	    MOVE WS-HACHLATA TO HT-MATZAV(I-HT).
	    MOVE WS-MAFIL TO HT-MAFIL(I-HT).
	    MOVE WS-AUDIT-RUN-DATE TO HT-TAARICH-HACHLATA(I-HT).
	    MOVE 1 TO HT-HARITZA(I-HT).
	    SET SW-SHUNA TO TRUE.
	    IF WS-HACHLATA-SHICHRUR
		   PERFORM SRB-KTIVAT-SHICHRUR
		   ADD 1 TO WS-SHICHRUR-COUNT
		   MOVE 'SHUCHRERA' TO WS-D-PEULA
	    ELSE
		   ADD 1 TO WS-MECHIKA-COUNT
		   MOVE 'NIMCHAKA' TO WS-D-PEULA.
	    PERFORM SRC-KTIVAT-BIKORET.
       SRA-EXIT. EXIT.
      *===============================================================*
       SRB-KTIVAT-SHICHRUR	       SECTION.
      *---------------------------------------------------------------*
       SRB00.
	    MOVE HT-CHESHBON(I-HT) TO SH-CHESHBON.
	    MOVE HT-SHEM(I-HT) TO SH-SHEM.
	    MOVE HT-TZ(I-HT) TO SH-TZ.
	    MOVE HT-DATE(I-HT) TO SH-DATE.
	    MOVE HT-KOD(I-HT) TO SH-KOD.
	    MOVE HT-SCHOM(I-HT) TO SH-SCHOM.
	    MOVE HT-SOURCE(I-HT) TO SH-SOURCE.
	    WRITE SH-REC.
       SRB-EXIT. EXIT.
      *===============================================================*
       SRC-KTIVAT-BIKORET	       SECTION.
      *---------------------------------------------------------------*
       SRC00.
	    ACCEPT WS-AUDIT-RUN-TIME FROM TIME.
	    MOVE SPACES TO AT-REC.
	    STRING 'SHICHRUR ' DELIMITED BY SIZE
	     WS-AUDIT-RUN-DATE DELIMITED BY SIZE
	     ' ' DELIMITED BY SIZE
	     WS-AUDIT-RUN-TIME DELIMITED BY SIZE
	     ' CHESHBON=' DELIMITED BY SIZE
	     HT-CHESHBON(I-HT) DELIMITED BY SIZE
	     ' SCHOM=' DELIMITED BY SIZE
	     WS-D-SCHOM DELIMITED BY SIZE
	     ' ' DELIMITED BY SIZE
	     WS-D-PEULA DELIMITED BY SIZE INTO AT-SHURA.
	    MOVE WS-MAFIL TO AT-MAFIL.
	    WRITE AT-REC.
	    DISPLAY 'SHICHRUR: ' AT-REC.
       SRC-EXIT. EXIT.
      *===============================================================*
       SRZ-ATCHALAT-SHICHRUR	       SECTION.
      *---------------------------------------------------------------*
       SRZ00.
	    ACCEPT WS-AUDIT-RUN-DATE FROM DATE YYYYMMDD.
	    OPEN INPUT HL-BANK.
	    IF MH-HL-FILE-NOT-FOUND
		   DISPLAY 'SHICHRUR: EIN TNUOT BE-IKUV'
		   STOP RUN.
	    IF NOT MH-HL-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING HL-BANK, FILE STATUS = '
		     MH-HL-FILE-STATUS
		   STOP RUN.
	    PERFORM SRZ1-TEINAT-IKUV
	     UNTIL MH-HL-FILE-STATUS NOT = '00'.
	    CLOSE HL-BANK.
	    IF WS-MAMTIN-COUNT = 0
		   DISPLAY 'SHICHRUR: EIN TNUOT BE-IKUV'
		   STOP RUN.
	    DISPLAY 'SHICHRUR: ' WS-MAMTIN-COUNT ' TNUOT BE-IKUV'.
	    OPEN EXTEND SH-BANK.
	    IF MH-SH-FILE-NOT-FOUND
		   OPEN OUTPUT SH-BANK
	    END-IF.
	    IF NOT MH-SH-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING SH-BANK, FILE STATUS = '
		     MH-SH-FILE-STATUS
		   STOP RUN.
	    OPEN EXTEND AT-BANK.
	    IF MH-AT-FILE-NOT-FOUND
		   OPEN OUTPUT AT-BANK
	    END-IF.
	    IF NOT MH-AT-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING AT-BANK, FILE STATUS = '
		     MH-AT-FILE-STATUS
		   STOP RUN.
       SRZ-EXIT. EXIT.
      *===============================================================*
       SRZ1-TEINAT-IKUV 	       SECTION.
      *---------------------------------------------------------------*
       SRZ10-TEINAT-IKUV.
	    READ HL-BANK
		   AT END
		     GO TO SRZ10-EXIT.
	    IF HT-MONEH = 500
		   DISPLAY 'KEFEL.HLD HOLDS MORE THAN 500 TNUOT, '
		     'ENLARGE HT-TAVLAT-IKUVIM'
		   STOP RUN.
	    ADD 1 TO HT-MONEH.
	    MOVE HL-REC TO HT-REC(HT-MONEH).
	    MOVE 0 TO HT-HARITZA(HT-MONEH).
	    IF HL-MATZAV = SPACE
		   ADD 1 TO WS-MAMTIN-COUNT.
       SRZ10-EXIT. EXIT.
      *===============================================================*
      * REWRITES THE HOLD FILE WITH WHAT IS STILL PENDING AND WHAT WAS
      * DECIDED ON THIS RUN.  ENTRIES DECIDED ON EARLIER RUNS DROP OFF
      * HERE; THE DECISIONS THEMSELVES STAY ON THE AUDIT TRAIL.
      *===============================================================*
       SRY-SIYOM-SHICHRUR	       SECTION.
      *---------------------------------------------------------------*
       SRY00.
	    CLOSE SH-BANK.
	    CLOSE AT-BANK.
	    IF SW-SHUNA
		   OPEN OUTPUT HL-BANK
		   IF NOT MH-HL-FILE-STATUS-TAKIN
			 DISPLAY 'ERROR OPENING HL-BANK, FILE STATUS = '
			   MH-HL-FILE-STATUS
			 STOP RUN
		   END-IF
		   PERFORM SRY1-KTIVAT-IKUV VARYING I-HT FROM 1 BY 1
		    UNTIL I-HT > HT-MONEH
		   CLOSE HL-BANK
	    END-IF.
	    DISPLAY 'SHICHRUR: TNUOT SHE-SHUCHRERU .... '
	     WS-SHICHRUR-COUNT.
	    DISPLAY 'SHICHRUR: TNUOT SHE-NIMCHAKU ..... '
	     WS-MECHIKA-COUNT.
       SRY-EXIT. EXIT.
      *===============================================================*
       SRY1-KTIVAT-IKUV 	       SECTION.
      *---------------------------------------------------------------*
       SRY10-KTIVAT-IKUV.
	    IF HT-MATZAV(I-HT) NOT = SPACE
	       AND HT-HARITZA(I-HT) = 0
		   GO TO SRY10-EXIT.
	    MOVE HT-REC(I-HT) TO HL-REC.
	    WRITE HL-REC.
       SRY10-EXIT. EXIT.
      *===============================================================*
      * OPERATOR SIGN-ON: THREE TRIES AT OPERATOR ID AND PASSWORD
      * AGAINST THE REGISTRY.  A BLOCKED OPERATOR, OR NO REGISTRY AT
      * ALL, ENDS THE RUN.
      *===============================================================*
       SRZK-KNISAT-MAFIL	       SECTION.
      *---------------------------------------------------------------*
       SRZK00.
	    PERFORM SRZK1-NISAYON-KNISA
	     UNTIL WS-KNISA-TAKINA OR WS-NISAYON = 3.
	    IF NOT WS-KNISA-TAKINA
		   DISPLAY 'SHICHRUR: KNISA NICHSHELA -- SIYUM'
		   STOP RUN.
	    DISPLAY 'SHICHRUR: MAFIL ' WS-MAFIL ' NICHNAS'.
       SRZK-EXIT. EXIT.
      *===============================================================*
       SRZK1-NISAYON-KNISA	       SECTION.
      *---------------------------------------------------------------*
       SRZK10-NISAYON-KNISA.
	    ADD 1 TO WS-NISAYON.
	    DISPLAY 'MAFIL: '.
	    ACCEPT WS-MAFIL.
	    DISPLAY 'SISMA: '.
	    ACCEPT WS-SISMA.
	    IF WS-MAFIL = SPACES
		   DISPLAY 'MAFIL CHASER'
		   GO TO SRZK10-EXIT.
	    OPEN INPUT MF-BANK.
	    IF MH-MF-FILE-NOT-FOUND
		   DISPLAY 'SHICHRUR: EIN A:MAFILIM.DAT -- SIYUM'
		   STOP RUN.
	    IF NOT MH-MF-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING MF-BANK, FILE STATUS = '
		     MH-MF-FILE-STATUS
		   STOP RUN.
	    PERFORM SRZK2-KRIAT-MAFIL
	     UNTIL MH-MF-FILE-STATUS NOT = '00' OR WS-KNISA-TAKINA.
	    CLOSE MF-BANK.
	    IF NOT WS-KNISA-TAKINA
		   DISPLAY 'MAFIL O SISMA SHGUYIM'.
       SRZK10-EXIT. EXIT.
      *===============================================================*
       SRZK2-KRIAT-MAFIL	       SECTION.
      *---------------------------------------------------------------*
       SRZK20-KRIAT-MAFIL.
	    READ MF-BANK
		   AT END
		     GO TO SRZK20-EXIT.
	    IF MF-MAFIL NOT = WS-MAFIL
	       OR MF-SISMA NOT = WS-SISMA
		   GO TO SRZK20-EXIT.
	    IF MF-MATZAV = 'N'
		   DISPLAY 'SHICHRUR: MAFIL ' WS-MAFIL
		     ' CHASUM -- SIYUM'
		   STOP RUN.
	    MOVE MF-RAMA TO WS-RAMA.
	    SET WS-KNISA-TAKINA TO TRUE.
       SRZK20-EXIT. EXIT.
      *===============================================================*
