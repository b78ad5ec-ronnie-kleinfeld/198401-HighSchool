       IDENTIFICATION		       DIVISION.
      *****************************************************************
       PROGRAM-ID.		       SKIRA.
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
	    SELECT CS-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-CS-FILE-STATUS
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
      * THE COMPLIANCE CASE FILE OPENED BY NITUR, ONE LINE PER CASE.
      * CS-SUG 'G' A SINGLE MOVEMENT OVER THE REPORTING THRESHOLD,
      * 'P' STRUCTURING, 'M' A LARGE CREDIT FOLLOWED BY A MATCHING
      * DEBIT.  CS-MATZAV 'O' OPEN, 'R' REVIEWED, 'P' REPORTED, 'D'
      * DISMISSED; CS-TAARICH-DIVUACH IS THE DATE DIVUACH SENT A
      * REPORTED CASE TO THE REGULATOR, ZERO UNTIL IT DOES.
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
       FD AT-BANK
	   VALUE OF FILE-ID 'A:MIZUG.AUD'
	   LABEL RECORD STANDARD.
       01 AT-REC.
	 03 AT-SHURA		       PIC X(80).
	 03 AT-MAFIL		       PIC X(8).
      *===============================================================*
      * THE OPERATOR REGISTRY: ONE LINE PER OPERATOR WITH THE
      * PASSWORD, THE AUTHORITY LEVEL ('P' CLERK, 'M' SUPERVISOR, 'C'
      * COMPLIANCE OFFICER) AND MATZAV 'P' ACTIVE OR 'N' BLOCKED.
      * MAINTAINED BY HAND, LIKE THE BANK REGISTRY.
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
	 03 MH-CS-FILE-STATUS	       PIC X(2).
	   88 MH-CS-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-CS-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-AT-FILE-STATUS	       PIC X(2).
	   88 MH-AT-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-AT-FILE-NOT-FOUND     VALUE '35'.
      *===============================================================*
      * IN-CORE COPY OF THE CASE FILE.  EVERY CASE IS WRITTEN BACK;
      * A CASE IS NEVER DROPPED, WHATEVER ITS MATZAV.
      *===============================================================*
       01 CT-TAVLAT-TIKIM.
	 03 CT-MONEH		       PIC 9(4) VALUE 0.
	 03 CT-ENTRY OCCURS 2000 TIMES.
	   05 CT-REC.
	     07 CT-MISPAR	       PIC 9(7).
	     07 CT-TAARICH-PTICHA      PIC 9(8).
	     07 CT-SUG		       PIC X(1).
	     07 CT-TZ		       PIC X(10).
	     07 CT-SHEM 	       PIC X(10).
	     07 CT-CHESHBON	       PIC 9(10).
	     07 CT-SOURCE	       PIC X(10).
	     07 CT-DATE 	       PIC 9(8).
	     07 CT-KOD		       PIC 9(1).
	     07 CT-SCHOM	       PIC S9(7)V99
				 SIGN LEADING SEPARATE.
	     07 CT-TNUOT-COUNT	       PIC 9(3).
	     07 CT-SCHOM-TOTAL	       PIC S9(9)V99
				 SIGN LEADING SEPARATE.
	     07 CT-BANKIM-COUNT        PIC 9(1).
	     07 CT-CHESHBON-KASHUR     PIC 9(10).
	     07 CT-DATE-KASHUR	       PIC 9(8).
	     07 CT-MATZAV	       PIC X(1).
	       88 CT-PATUACH	       VALUE 'O' 'R'.
	     07 CT-TAARICH-MATZAV      PIC 9(8).
	     07 CT-MAFIL	       PIC X(8).
	     07 CT-HEARA	       PIC X(30).
	     07 CT-TAARICH-DIVUACH     PIC 9(8).
       01 I-CT			       PIC 9(4) VALUE 0.
      *===============================================================*
       01 WS-BCHIRA		       PIC X(1).
	 88 WS-BCHIRA-PATUCHIM	       VALUE 'P'.
	 88 WS-BCHIRA-MISPAR	       VALUE 'M'.
	 88 WS-BCHIRA-SIYUM	       VALUE 'S'.
       01 WS-HACHLATA		       PIC X(1).
	 88 WS-HACHLATA-NIVDAK	       VALUE 'R'.
	 88 WS-HACHLATA-DUVACH	       VALUE 'P'.
	 88 WS-HACHLATA-NIDCHA	       VALUE 'D'.
	 88 WS-HACHLATA-SHAER	       VALUE 'S'.
	 88 WS-HACHLATA-YETZIA	       VALUE 'Y'.
       01 WS-HEARA		       PIC X(30).
       01 WS-MISPAR-MEVUKASH	       PIC 9(7).
       01 WS-CT-NIMTZA-SW	       PIC 9 VALUE 0.
	 88 WS-CT-NIMTZA	       VALUE 1.
      *===============================================================*
       01 WS-MONIM-SKIRA.
	 03 WS-PATUACH-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-NIVDAK-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-DUVACH-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-NIDCHA-COUNT	       PIC 9(7) VALUE 0.
      *===============================================================*
       01 WS-AUDIT-SADOT.
	 03 WS-AUDIT-RUN-DATE	       PIC 9(8).
	 03 WS-AUDIT-RUN-TIME	       PIC 9(8).
      *===============================================================*
       01 WS-DIVUACH-SADOT.
	 03 WS-D-SCHOM		       PIC ---------9.99.
	 03 WS-D-SCHOM-TOTAL	       PIC -----------9.99.
	 03 WS-D-SUG		       PIC X(12).
	 03 WS-D-MATZAV 	       PIC X(9).
      *===============================================================*
       01 SW-SWITCHIM.
	 03 SW-SHUNA-SW 	       PIC 9 VALUE 0.
	   88 SW-SHUNA		       VALUE 1.
	 03 SW-YETZIA-SW	       PIC 9 VALUE 0.
	   88 SW-YETZIA 	       VALUE 1.
	 03 SW-SIYUM-SW 	       PIC 9 VALUE 0.
	   88 SW-SIYUM		       VALUE 1.
      *===============================================================*
      * THE SIGNED-ON OPERATOR.  WS-MAFIL IS STAMPED ON EVERY AUDIT
      * RECORD THE PROGRAM WRITES AND ON EVERY CASE IT DECIDES.
      *===============================================================*
       01 WS-KNISA-SADOT.
	 03 WS-MAFIL		       PIC X(8) VALUE 'BATCH'.
	 03 WS-SISMA		       PIC X(8).
	 03 WS-RAMA		       PIC X(1) VALUE SPACE.
	   88 WS-RAMA-TZIYUT	       VALUE 'C'.
	 03 WS-NISAYON		       PIC 9(1) VALUE 0.
	 03 WS-KNISA-SW 	       PIC 9 VALUE 0.
	   88 WS-KNISA-TAKINA	       VALUE 1.
      *****************************************************************
       PROCEDURE		       DIVISION.
      *****************************************************************
      * THE COMPLIANCE REVIEW SCREEN.  THE OFFICER WALKS THE CASES
      * STILL OPEN OR UNDER REVIEW, OR CALLS UP ONE CASE BY NUMBER,
      * AND MARKS EACH REVIEWED, REPORTED OR DISMISSED WITH A NOTE.
      * A CASE ALREADY SENT TO THE REGULATOR IS SHOWN BUT NOT CHANGED.
      * EVERY DECISION GOES ON THE AUDIT TRAIL UNDER THE OFFICER'S ID.
      *===============================================================*
       SK-SKIRA 		       SECTION.
      *---------------------------------------------------------------*
       SK00.
	    PERFORM SKZK-KNISAT-MAFIL.
	    IF NOT WS-RAMA-TZIYUT
		   DISPLAY 'SKIRA: LE-KETZIN TZIYUT BILVAD -- SIYUM'
		   STOP RUN.
	    PERFORM SKZ-ATCHALAT-SKIRA.
	    PERFORM SKA-TAFRIT UNTIL SW-SIYUM.
	    PERFORM SKY-SIYOM-SKIRA.
	    STOP RUN.
       SK-EXIT. EXIT.
      *===============================================================*
       SKA-TAFRIT		       SECTION.
      *---------------------------------------------------------------*
       SKA00.
	    DISPLAY ' '.
	    DISPLAY 'SKIRA: ' CT-MONEH ' TIKIM, ' WS-PATUACH-COUNT
	     ' PTUCHIM O BE-SKIRA'.
	    DISPLAY 'TAFRIT -- (P)ATUCHIM, (M)ISPAR TIK, (S)IYUM: '.
	    ACCEPT WS-BCHIRA.
	    IF WS-BCHIRA-SIYUM
		   SET SW-SIYUM TO TRUE
		   GO TO SKA-EXIT.
	    IF WS-BCHIRA-PATUCHIM
		   MOVE 0 TO SW-YETZIA-SW
		   PERFORM SKB-TIK-PATUACH VARYING I-CT FROM 1 BY 1
		    UNTIL I-CT > CT-MONEH OR SW-YETZIA
		   GO TO SKA-EXIT.
	    IF WS-BCHIRA-MISPAR
		   PERFORM SKC-TIK-LEFI-MISPAR.
       SKA-EXIT. EXIT.
      *===============================================================*
       SKB-TIK-PATUACH		       SECTION.
      *---------------------------------------------------------------*
       SKB00.
	    IF NOT CT-PATUACH(I-CT)
		   GO TO SKB-EXIT.
	    PERFORM SKD-HATZAGAT-TIK.
	    PERFORM SKE-HACHLATA.
       SKB-EXIT. EXIT.
      *===============================================================*
       SKC-TIK-LEFI-MISPAR	       SECTION.
      *---------------------------------------------------------------*
       SKC00.
	    DISPLAY 'MISPAR TIK: '.
	    ACCEPT WS-MISPAR-MEVUKASH.
	    MOVE 0 TO WS-CT-NIMTZA-SW.
	    IF CT-MONEH > 0
		   PERFORM SKC1-HASHVAAT-TIK VARYING I-CT FROM 1 BY 1
		    UNTIL I-CT > CT-MONEH OR WS-CT-NIMTZA.
	    IF NOT WS-CT-NIMTZA
		   DISPLAY 'SKIRA: TIK ' WS-MISPAR-MEVUKASH
		     ' LO NIMTZA'
		   GO TO SKC-EXIT.
	    SUBTRACT 1 FROM I-CT.
	    PERFORM SKD-HATZAGAT-TIK.
	    IF CT-TAARICH-DIVUACH(I-CT) NOT = 0
		   DISPLAY 'SKIRA: TIK DUVACH LA-REGULATOR BE-'
		     CT-TAARICH-DIVUACH(I-CT) ' -- LEKRIA BILVAD'
		   GO TO SKC-EXIT.
	    PERFORM SKE-HACHLATA.
	    GO TO SKC-EXIT.
      *===============================================================*
       SKC1-HASHVAAT-TIK.
	    IF CT-MISPAR(I-CT) = WS-MISPAR-MEVUKASH
		   SET WS-CT-NIMTZA TO TRUE.
       SKC1-END.
       SKC-EXIT. EXIT.
      *===============================================================*
       SKD-HATZAGAT-TIK 	       SECTION.
      *---------------------------------------------------------------*
       SKD00.
	    MOVE SPACES TO WS-D-SUG.
	    IF CT-SUG(I-CT) = 'G'
		   MOVE 'MEAL HA-SAF' TO WS-D-SUG.
	    IF CT-SUG(I-CT) = 'P'
		   MOVE 'PITZUL' TO WS-D-SUG.
	    IF CT-SUG(I-CT) = 'M'
		   MOVE 'ZCHUT-CHOVA' TO WS-D-SUG.
	    PERFORM SKD1-TEUR-MATZAV.
	    MOVE CT-SCHOM(I-CT) TO WS-D-SCHOM.
	    MOVE CT-SCHOM-TOTAL(I-CT) TO WS-D-SCHOM-TOTAL.
	    DISPLAY ' '.
	    DISPLAY 'TIK ' CT-MISPAR(I-CT) ' ' WS-D-SUG
	     ' NIFTACH BE-' CT-TAARICH-PTICHA(I-CT)
	     ' TZ ' CT-TZ(I-CT) ' SHEM ' CT-SHEM(I-CT).
	    DISPLAY '  CHESHBON ' CT-CHESHBON(I-CT)
	     ' SOURCE ' CT-SOURCE(I-CT) ' TAARICH ' CT-DATE(I-CT)
	     ' KOD ' CT-KOD(I-CT) ' SCHOM ' WS-D-SCHOM.
	    IF CT-SUG(I-CT) = 'M'
		   DISPLAY '  ZCHUT ' WS-D-SCHOM-TOTAL
		    ' BE-CHESHBON ' CT-CHESHBON-KASHUR(I-CT)
		    ' TAARICH ' CT-DATE-KASHUR(I-CT).
	    IF CT-SUG(I-CT) = 'P'
		   DISPLAY '  ' CT-TNUOT-COUNT(I-CT) ' TNUOT BE-'
		    CT-BANKIM-COUNT(I-CT) ' BANKIM, SACH '
		    WS-D-SCHOM-TOTAL ' ME-' CT-DATE-KASHUR(I-CT).
	    DISPLAY '  MATZAV ' WS-D-MATZAV ' BE-'
	     CT-TAARICH-MATZAV(I-CT) ' MAFIL ' CT-MAFIL(I-CT).
	    IF CT-HEARA(I-CT) NOT = SPACES
		   DISPLAY '  HEARA: ' CT-HEARA(I-CT).
       SKD-EXIT. EXIT.
      *===============================================================*
       SKD1-TEUR-MATZAV 	       SECTION.
      *---------------------------------------------------------------*
       SKD10-TEUR-MATZAV.
	    MOVE CT-MATZAV(I-CT) TO WS-D-MATZAV.
	    IF CT-MATZAV(I-CT) = 'O'
		   MOVE 'PATUACH' TO WS-D-MATZAV.
	    IF CT-MATZAV(I-CT) = 'R'
		   MOVE 'NIVDAK' TO WS-D-MATZAV.
	    IF CT-MATZAV(I-CT) = 'P'
		   MOVE 'DUVACH' TO WS-D-MATZAV.
	    IF CT-MATZAV(I-CT) = 'D'
		   MOVE 'NIDCHA' TO WS-D-MATZAV.
       SKD10-EXIT. EXIT.
      *===============================================================*
      * (R)EVIEWED KEEPS THE CASE IN THE OPEN WALK UNDER REVIEW,
      * (P)REPORTED QUEUES IT FOR THE NEXT DIVUACH RUN, (D)ISMISSED
      * CLOSES IT, (S)HAER LEAVES IT AS IT IS AND (Y)ETZIA LEAVES IT
      * AND THE REST OF THE WALK.  A BLANK NOTE KEEPS THE OLD ONE.
      *===============================================================*
       SKE-HACHLATA		       SECTION.
      *---------------------------------------------------------------*
       SKE00.
	    DISPLAY 'PEULA -- (R)EVIEWED, (P)REPORTED, (D)ISMISSED, '
	     '(S)HAER, (Y)ETZIA: '.
	    ACCEPT WS-HACHLATA.
	    IF WS-HACHLATA-YETZIA
		   SET SW-YETZIA TO TRUE
		   GO TO SKE-EXIT.
	    IF NOT WS-HACHLATA-NIVDAK
	       AND NOT WS-HACHLATA-DUVACH
	       AND NOT WS-HACHLATA-NIDCHA
		   GO TO SKE-EXIT.
	    DISPLAY 'HEARA: '.
	    MOVE SPACES TO WS-HEARA.
	    ACCEPT WS-HEARA.
	    IF CT-PATUACH(I-CT)
		   SUBTRACT 1 FROM WS-PATUACH-COUNT.
	    MOVE WS-HACHLATA TO CT-MATZAV(I-CT).
	    IF CT-PATUACH(I-CT)
		   ADD 1 TO WS-PATUACH-COUNT.
	    MOVE WS-AUDIT-RUN-DATE TO CT-TAARICH-MATZAV(I-CT).
	    MOVE WS-MAFIL TO CT-MAFIL(I-CT).
	    IF WS-HEARA NOT = SPACES
		   MOVE WS-HEARA TO CT-HEARA(I-CT).
	    SET SW-SHUNA TO TRUE.
	    IF WS-HACHLATA-NIVDAK
		   ADD 1 TO WS-NIVDAK-COUNT.
	    IF WS-HACHLATA-DUVACH
		   ADD 1 TO WS-DUVACH-COUNT.
	    IF WS-HACHLATA-NIDCHA
		   ADD 1 TO WS-NIDCHA-COUNT.
	    PERFORM SKD1-TEUR-MATZAV.
	    PERFORM SKF-KTIVAT-BIKORET.
       SKE-EXIT. EXIT.
      *===============================================================*
       SKF-KTIVAT-BIKORET	       SECTION.
      *---------------------------------------------------------------*
       SKF00.
	    ACCEPT WS-AUDIT-RUN-TIME FROM TIME.
	    MOVE SPACES TO AT-REC.
	    STRING 'SKIRA ' DELIMITED BY SIZE
	     WS-AUDIT-RUN-DATE DELIMITED BY SIZE
	     ' ' DELIMITED BY SIZE
	     WS-AUDIT-RUN-TIME DELIMITED BY SIZE
	     ' TIK=' DELIMITED BY SIZE
	     CT-MISPAR(I-CT) DELIMITED BY SIZE
	     ' TZ=' DELIMITED BY SIZE
	     CT-TZ(I-CT) DELIMITED BY SIZE
	     ' MATZAV=' DELIMITED BY SIZE
	     CT-MATZAV(I-CT) DELIMITED BY SIZE
	     ' ' DELIMITED BY SIZE
	     WS-D-MATZAV DELIMITED BY SIZE INTO AT-SHURA.
	    MOVE WS-MAFIL TO AT-MAFIL.
	    WRITE AT-REC.
	    DISPLAY 'SKIRA: ' AT-REC.
       SKF-EXIT. EXIT.
      *===============================================================*
       SKZ-ATCHALAT-SKIRA	       SECTION.
      *---------------------------------------------------------------*
       SKZ00.
	    ACCEPT WS-AUDIT-RUN-DATE FROM DATE YYYYMMDD.
	    OPEN INPUT CS-BANK.
	    IF MH-CS-FILE-NOT-FOUND
		   DISPLAY 'SKIRA: EIN TIKIM'
		   STOP RUN.
	    IF NOT MH-CS-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING CS-BANK, FILE STATUS = '
		     MH-CS-FILE-STATUS
		   STOP RUN.
	    PERFORM SKZ1-TEINAT-TIK
	     UNTIL MH-CS-FILE-STATUS NOT = '00'.
	    CLOSE CS-BANK.
	    IF CT-MONEH = 0
		   DISPLAY 'SKIRA: EIN TIKIM'
		   STOP RUN.
	    OPEN EXTEND AT-BANK.
	    IF MH-AT-FILE-NOT-FOUND
		   OPEN OUTPUT AT-BANK
	    END-IF.
	    IF NOT MH-AT-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING AT-BANK, FILE STATUS = '
		     MH-AT-FILE-STATUS
		   STOP RUN.
       SKZ-EXIT. EXIT.
      *===============================================================*
       SKZ1-TEINAT-TIK		       SECTION.
      *---------------------------------------------------------------*
       SKZ10-TEINAT-TIK.
	    READ CS-BANK
		   AT END
		     GO TO SKZ10-EXIT.
	    IF CT-MONEH = 2000
		   DISPLAY 'TIKIM.DAT HOLDS MORE THAN 2000 TIKIM, '
		     'ENLARGE CT-TAVLAT-TIKIM'
		   STOP RUN.
	    ADD 1 TO CT-MONEH.
	    MOVE CS-REC TO CT-REC(CT-MONEH).
	    IF CT-PATUACH(CT-MONEH)
		   ADD 1 TO WS-PATUACH-COUNT.
       SKZ10-EXIT. EXIT.
      *===============================================================*
      * REWRITES THE CASE FILE WHEN ANYTHING WAS DECIDED.
      *===============================================================*
       SKY-SIYOM-SKIRA		       SECTION.
      *---------------------------------------------------------------*
       SKY00.
	    CLOSE AT-BANK.
	    IF SW-SHUNA
		   OPEN OUTPUT CS-BANK
		   IF NOT MH-CS-FILE-STATUS-TAKIN
			 DISPLAY 'ERROR OPENING CS-BANK, FILE STATUS = '
			   MH-CS-FILE-STATUS
			 STOP RUN
		   END-IF
		   PERFORM SKY1-KTIVAT-TIK VARYING I-CT FROM 1 BY 1
		    UNTIL I-CT > CT-MONEH
		   CLOSE CS-BANK
	    END-IF.
	    DISPLAY 'SKIRA: TIKIM SHE-NIVDEKU ....... ' WS-NIVDAK-COUNT.
	    DISPLAY 'SKIRA: TIKIM LE-DIVUACH ........ ' WS-DUVACH-COUNT.
	    DISPLAY 'SKIRA: TIKIM SHE-NIDCHU ........ ' WS-NIDCHA-COUNT.
       SKY-EXIT. EXIT.
      *===============================================================*
       SKY1-KTIVAT-TIK		       SECTION.
      *---------------------------------------------------------------*
       SKY10-KTIVAT-TIK.
	    MOVE CT-REC(I-CT) TO CS-REC.
	    WRITE CS-REC.
       SKY10-EXIT. EXIT.
      *===============================================================*
      * OPERATOR SIGN-ON: THREE TRIES AT OPERATOR ID AND PASSWORD
      * AGAINST THE REGISTRY.  A BLOCKED OPERATOR, OR NO REGISTRY AT
      * ALL, ENDS THE RUN.
      *===============================================================*
       SKZK-KNISAT-MAFIL	       SECTION.
      *---------------------------------------------------------------*
       SKZK00.
	    PERFORM SKZK1-NISAYON-KNISA
	     UNTIL WS-KNISA-TAKINA OR WS-NISAYON = 3.
	    IF NOT WS-KNISA-TAKINA
		   DISPLAY 'SKIRA: KNISA NICHSHELA -- SIYUM'
		   STOP RUN.
	    DISPLAY 'SKIRA: MAFIL ' WS-MAFIL ' NICHNAS'.
       SKZK-EXIT. EXIT.
      *===============================================================*
       SKZK1-NISAYON-KNISA	       SECTION.
      *---------------------------------------------------------------*
       SKZK10-NISAYON-KNISA.
	    ADD 1 TO WS-NISAYON.
	    DISPLAY 'MAFIL: '.
	    ACCEPT WS-MAFIL.
	    DISPLAY 'SISMA: '.
	    ACCEPT WS-SISMA.
	    IF WS-MAFIL = SPACES
		   DISPLAY 'MAFIL CHASER'
		   GO TO SKZK10-EXIT.
	    OPEN INPUT MF-BANK.
	    IF MH-MF-FILE-NOT-FOUND
		   DISPLAY 'SKIRA: EIN A:MAFILIM.DAT -- SIYUM'
		   STOP RUN.
	    IF NOT MH-MF-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING MF-BANK, FILE STATUS = '
		     MH-MF-FILE-STATUS
		   STOP RUN.
	    PERFORM SKZK2-KRIAT-MAFIL
	     UNTIL MH-MF-FILE-STATUS NOT = '00' OR WS-KNISA-TAKINA.
	    CLOSE MF-BANK.
	    IF NOT WS-KNISA-TAKINA
		   DISPLAY 'MAFIL O SISMA SHGUYIM'.
       SKZK10-EXIT. EXIT.
      *===============================================================*
       SKZK2-KRIAT-MAFIL	       SECTION.
      *---------------------------------------------------------------*
       SKZK20-KRIAT-MAFIL.
	    READ MF-BANK
		   AT END
		     GO TO SKZK20-EXIT.
	    IF MF-MAFIL NOT = WS-MAFIL
	       OR MF-SISMA NOT = WS-SISMA
		   GO TO SKZK20-EXIT.
	    IF MF-MATZAV = 'N'
		   DISPLAY 'SKIRA: MAFIL ' WS-MAFIL
		     ' CHASUM -- SIYUM'
		   CLOSE MF-BANK
		   STOP RUN.
	    MOVE MF-RAMA TO WS-RAMA.
	    SET WS-KNISA-TAKINA TO TRUE.
       SKZK20-EXIT. EXIT.
      *===============================================================*
