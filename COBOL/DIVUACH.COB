       IDENTIFICATION		       DIVISION.
      *****************************************************************
       PROGRAM-ID.		       DIVUACH.
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
	    SELECT RG-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-RG-FILE-STATUS
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
	    SELECT BC-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-BC-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
       DATA			       DIVISION.
      *****************************************************************
       FILE			       SECTION.
      *---------------------------------------------------------------*
      * THE COMPLIANCE CASE FILE OPENED BY NITUR AND DECIDED ON THE
      * SKIRA SCREEN.  CS-MATZAV 'P' MARKS A CASE TO BE REPORTED;
      * CS-TAARICH-DIVUACH IS THE DATE IT WENT OUT, ZERO UNTIL IT DOES.
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
      * THE REGULATOR FILE: ONE HEADER ('1'), ONE DETAIL ('2') PER
      * REPORTED CASE, AND ONE TRAILER ('9') CARRYING THE RECORD
      * COUNT, A HASH TOTAL OF THE TZ NUMBERS, THE SCHOM OF THE
      * MOVEMENTS THAT OPENED THE CASES AND THE SCHOM OF THE WHOLE
      * PATTERNS.
      *===============================================================*
       FD RG-BANK
	   VALUE OF FILE-ID WS-RG-FILE-NAME
	   LABEL RECORD STANDARD.
       01 RG-REC		       PIC X(100).
      *===============================================================*
       FD DO-BANK
	   VALUE OF FILE-ID 'A:DIVUACH.RPT'
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
      * PM-TAARICH-CHOZER NAMES AN EARLIER DIVUACH RUN DATE: THE CASES
      * SENT ON THAT DATE ARE WRITTEN AGAIN, AS THEY WERE, AND NOTHING
      * NEW IS SENT OR STAMPED.  LEFT BLANK, THE RUN SENDS THE CASES
      * REPORTED SINCE THE LAST RUN.
      *===============================================================*
       FD PM-BANK
	   VALUE OF FILE-ID 'A:DIVUACH.PRM'
	   LABEL RECORD STANDARD.
       01 PM-REC.
	 03 PM-RG-FILE		       PIC X(40).
	 03 PM-TAARICH-CHOZER	       PIC X(8).
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
       01 MH-MAPHTECHOT-HASHVAA.
	 03 MH-CS-FILE-STATUS	       PIC X(2).
	   88 MH-CS-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-CS-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-RG-FILE-STATUS	       PIC X(2).
	   88 MH-RG-FILE-STATUS-TAKIN  VALUE '00'.
	 03 MH-DO-FILE-STATUS	       PIC X(2).
	   88 MH-DO-FILE-STATUS-TAKIN  VALUE '00'.
	 03 MH-AT-FILE-STATUS	       PIC X(2).
	   88 MH-AT-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-AT-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-PM-FILE-STATUS	       PIC X(2).
	   88 MH-PM-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-PM-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-BC-FILE-STATUS	       PIC X(2).
	   88 MH-BC-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-BC-FILE-NOT-FOUND     VALUE '35'.
      *===============================================================*
       01 WS-SHMOT-KVATSIM.
	 03 WS-RG-FILE-NAME	       PIC X(40)
					 VALUE 'A:DIVUACH.DAT'.
      *===============================================================*
       01 WS-RUN-DATE		       PIC 9(8).
       01 WS-RUN-TIME		       PIC 9(8).
       01 WS-TAARICH-CHOZER	       PIC 9(8) VALUE 0.
       01 WS-TAARICH-CHOZER-X REDEFINES WS-TAARICH-CHOZER PIC X(8).
      *===============================================================*
      * IN-CORE COPY OF THE CASE FILE, WRITTEN BACK WHOLE WITH THE
      * SENT CASES STAMPED.
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
	     07 CT-TAARICH-MATZAV      PIC 9(8).
	     07 CT-MAFIL	       PIC X(8).
	     07 CT-HEARA	       PIC X(30).
	     07 CT-TAARICH-DIVUACH     PIC 9(8).
       01 I-CT			       PIC 9(4) VALUE 0.
      *===============================================================*
      * THE THREE REGULATOR FILE RECORD SHAPES, BUILT IN WORKING
      * STORAGE AND MOVED INTO RG-REC.  RH-TAARICH-CHOZER IS THE
      * ORIGINAL RUN DATE ON A RESEND, ZERO OTHERWISE.
      *===============================================================*
       01 RH-RESHUMAT-ROSH.
	 03 RH-SUG		       PIC X(1).
	 03 RH-RUN-DATE 	       PIC 9(8).
	 03 RH-RUN-TIME 	       PIC 9(8).
	 03 RH-MAARECHET	       PIC X(10).
	 03 RH-TAARICH-CHOZER	       PIC 9(8).
	 03 FILLER		       PIC X(65).
      *===============================================================*
       01 RD-RESHUMAT-PIRUT.
	 03 RD-SUG		       PIC X(1).
	 03 RD-MISPAR		       PIC 9(7).
	 03 RD-TZ		       PIC X(10).
	 03 RD-SHEM		       PIC X(10).
	 03 RD-SUG-TIK		       PIC X(1).
	 03 RD-CHESHBON 	       PIC 9(10).
	 03 RD-SOURCE		       PIC X(10).
	 03 RD-DATE		       PIC 9(8).
	 03 RD-SCHOM		       PIC S9(7)V99
				 SIGN LEADING SEPARATE.
	 03 RD-TNUOT-COUNT	       PIC 9(3).
	 03 RD-SCHOM-TOTAL	       PIC S9(9)V99
				 SIGN LEADING SEPARATE.
	 03 RD-TAARICH-PTICHA	       PIC 9(8).
	 03 FILLER		       PIC X(10).
      *===============================================================*
       01 RT-RESHUMAT-SOFIT.
	 03 RT-SUG		       PIC X(1).
	 03 RT-COUNT		       PIC 9(7).
	 03 RT-HASH		       PIC 9(12).
	 03 RT-SCHOM		       PIC S9(11)V99
				 SIGN LEADING SEPARATE.
	 03 RT-SCHOM-TOTAL	       PIC S9(11)V99
				 SIGN LEADING SEPARATE.
	 03 FILLER		       PIC X(52).
      *===============================================================*
      * THE HASH TOTAL IS THE SUM OF THE NINE-DIGIT TZ NUMBERS REDUCED
      * MODULO TEN TO THE TWELFTH, AS IN THE SHIGUR TRAILER.
      *===============================================================*
       01 WS-TZVIRA-SADOT.
	 03 WS-COUNT		       PIC 9(7) VALUE 0.
	 03 WS-HASH		       PIC 9(13) VALUE 0.
	 03 WS-TZ-MISPAR	       PIC 9(9).
	 03 WS-SCHOM-TNUOT	       PIC S9(11)V99 VALUE 0.
	 03 WS-SCHOM-DFUSIM	       PIC S9(11)V99 VALUE 0.
      *===============================================================*
       01 WS-MONIM-DIVUACH.
	 03 WS-PATUACH-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-NIVDAK-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-NIDCHA-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-KVAR-COUNT	       PIC 9(7) VALUE 0.
      *===============================================================*
       01 WS-DIVUACH-SADOT.
	 03 WS-D-COUNT		       PIC ZZZZZZ9.
	 03 WS-D-SCHOM		       PIC -----------9.99.
	 03 WS-D-SCHOM-TNUA	       PIC --------9.99.
      *===============================================================*
       01 SW-SWITCHIM.
	 03 SW-SHUNA-SW 	       PIC 9 VALUE 0.
	   88 SW-SHUNA		       VALUE 1.
      *===============================================================*
      * RUN BY HAND: THE AUDIT RECORDS CARRY THIS ID IN PLACE OF A
      * SIGNED-ON OPERATOR, AS THE OTHER PERIODIC RUNS DO.
      *===============================================================*
       01 WS-MAFIL		       PIC X(8) VALUE 'BATCH'.
      *****************************************************************
       PROCEDURE		       DIVISION.
      *****************************************************************
      * THE PERIODIC REGULATOR RUN.  EVERY CASE COMPLIANCE HAS MARKED
      * REPORTED ON THE SKIRA SCREEN AND NOT YET SENT GOES OUT ON
      * DIVUACH.DAT, WITH HEADER AND TRAILER CONTROL TOTALS IN THE
      * SHAPE OF THE SHIGUR TRANSMISSION, AND IS STAMPED WITH THE RUN
      * DATE SO IT IS SENT ONLY ONCE.  A LOST FILE IS RECREATED BY
      * NAMING ITS RUN DATE IN DIVUACH.PRM.
      *===============================================================*
       DV-DIVUACH		       SECTION.
      *---------------------------------------------------------------*
       DV00.
	    PERFORM DVZ-ATCHALAT-DIVUACH.
	    PERFORM DVA-BCHIRAT-TIK VARYING I-CT FROM 1 BY 1
	     UNTIL I-CT > CT-MONEH.
	    PERFORM DVZZ-SIYOM-DIVUACH.
	    GOBACK.
       DV-EXIT. EXIT.
      *===============================================================*
       DVA-BCHIRAT-TIK		       SECTION.
      *---------------------------------------------------------------*
       DVA00.
	    IF CT-MATZAV(I-CT) = 'O'
		   ADD 1 TO WS-PATUACH-COUNT.
	    IF CT-MATZAV(I-CT) = 'R'
		   ADD 1 TO WS-NIVDAK-COUNT.
	    IF CT-MATZAV(I-CT) = 'D'
		   ADD 1 TO WS-NIDCHA-COUNT.
	    IF CT-MATZAV(I-CT) NOT = 'P'
		   GO TO DVA-EXIT.
	    IF CT-TAARICH-DIVUACH(I-CT) NOT = WS-TAARICH-CHOZER
		   ADD 1 TO WS-KVAR-COUNT
		   GO TO DVA-EXIT.
	    PERFORM DVB-KTIVAT-PIRUT.
	    IF WS-TAARICH-CHOZER = 0
		   MOVE WS-RUN-DATE TO CT-TAARICH-DIVUACH(I-CT)
		   SET SW-SHUNA TO TRUE.
       DVA-EXIT. EXIT.
      *===============================================================*
       DVB-KTIVAT-PIRUT 	       SECTION.
      *---------------------------------------------------------------*
       DVB00.
	    MOVE SPACES TO RD-RESHUMAT-PIRUT.
	    MOVE '2' TO RD-SUG.
	    MOVE CT-MISPAR(I-CT) TO RD-MISPAR.
	    MOVE CT-TZ(I-CT) TO RD-TZ.
	    MOVE CT-SHEM(I-CT) TO RD-SHEM.
	    MOVE CT-SUG(I-CT) TO RD-SUG-TIK.
	    MOVE CT-CHESHBON(I-CT) TO RD-CHESHBON.
	    MOVE CT-SOURCE(I-CT) TO RD-SOURCE.
	    MOVE CT-DATE(I-CT) TO RD-DATE.
	    MOVE CT-SCHOM(I-CT) TO RD-SCHOM.
	    MOVE CT-TNUOT-COUNT(I-CT) TO RD-TNUOT-COUNT.
	    MOVE CT-SCHOM-TOTAL(I-CT) TO RD-SCHOM-TOTAL.
	    MOVE CT-TAARICH-PTICHA(I-CT) TO RD-TAARICH-PTICHA.
	    MOVE RD-RESHUMAT-PIRUT TO RG-REC.
	    WRITE RG-REC.
	    ADD 1 TO WS-COUNT.
	    PERFORM DVC-TZVIRAT-BIKORET.
	    MOVE CT-SCHOM(I-CT) TO WS-D-SCHOM-TNUA.
	    MOVE SPACES TO DO-REC.
	    STRING 'TIK ' DELIMITED BY SIZE
	     RD-MISPAR DELIMITED BY SIZE
	     ' ' DELIMITED BY SIZE
	     RD-SUG-TIK DELIMITED BY SIZE
	     ' TZ ' DELIMITED BY SIZE
	     RD-TZ DELIMITED BY SIZE
	     ' ' DELIMITED BY SIZE
	     RD-SHEM DELIMITED BY SIZE
	     ' ' DELIMITED BY SIZE
	     RD-DATE DELIMITED BY SIZE
	     ' ' DELIMITED BY SIZE
	     WS-D-SCHOM-TNUA DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
       DVB-EXIT. EXIT.
      *===============================================================*
      * ACCUMULATES THE TRAILER CONTROL TOTALS.  A TZ WHOSE FIRST NINE
      * POSITIONS ARE NOT NINE DIGITS ADDS NOTHING TO THE HASH.
      *===============================================================*
       DVC-TZVIRAT-BIKORET	       SECTION.
      *---------------------------------------------------------------*
       DVC00.
	    MOVE 0 TO WS-TZ-MISPAR.
	    IF RD-TZ(1:9) NUMERIC
		   MOVE RD-TZ(1:9) TO WS-TZ-MISPAR.
	    ADD WS-TZ-MISPAR TO WS-HASH.
	    IF WS-HASH > 999999999999
		   SUBTRACT 1000000000000 FROM WS-HASH.
	    ADD RD-SCHOM TO WS-SCHOM-TNUOT.
	    ADD RD-SCHOM-TOTAL TO WS-SCHOM-DFUSIM.
       DVC-EXIT. EXIT.
      *===============================================================*
       DVZ-ATCHALAT-DIVUACH	       SECTION.
      *---------------------------------------------------------------*
       DVZ00.
	    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
	    ACCEPT WS-RUN-TIME FROM TIME.
	    PERFORM DVZ1-KRIAT-PARAMETRIM.
	    OPEN INPUT CS-BANK.
	    IF MH-CS-FILE-NOT-FOUND
		   DISPLAY 'DIVUACH: EIN A:TIKIM.DAT -- SIYUM'
		   STOP RUN.
	    IF NOT MH-CS-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING CS-BANK, FILE STATUS = '
		     MH-CS-FILE-STATUS
		   STOP RUN.
	    PERFORM DVZ2-TEINAT-TIK
	     UNTIL MH-CS-FILE-STATUS NOT = '00'.
	    CLOSE CS-BANK.
	    OPEN OUTPUT DO-BANK.
	    IF NOT MH-DO-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING DO-BANK, FILE STATUS = '
		     MH-DO-FILE-STATUS
		   STOP RUN.
	    OPEN OUTPUT RG-BANK.
	    IF NOT MH-RG-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING RG-BANK, FILE STATUS = '
		     MH-RG-FILE-STATUS
		   STOP RUN.
	    MOVE SPACES TO RH-RESHUMAT-ROSH.
	    MOVE '1' TO RH-SUG.
	    MOVE WS-RUN-DATE TO RH-RUN-DATE.
	    MOVE WS-RUN-TIME TO RH-RUN-TIME.
	    MOVE 'MIZUG-PC' TO RH-MAARECHET.
	    MOVE WS-TAARICH-CHOZER TO RH-TAARICH-CHOZER.
	    MOVE RH-RESHUMAT-ROSH TO RG-REC.
	    WRITE RG-REC.
	    MOVE SPACES TO DO-REC.
	    IF WS-TAARICH-CHOZER = 0
		   STRING 'DIVUACH REGULATOR FILE, RUN ' DELIMITED
		    BY SIZE
		    WS-RUN-DATE DELIMITED BY SIZE INTO DO-REC
	    ELSE
		   STRING 'DIVUACH REGULATOR FILE, RUN ' DELIMITED
		    BY SIZE
		    WS-RUN-DATE DELIMITED BY SIZE
		    ', RESEND OF ' DELIMITED BY SIZE
		    WS-TAARICH-CHOZER DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    DISPLAY DO-REC.
	    MOVE SPACES TO DO-REC.
	    WRITE DO-REC.
       DVZ-EXIT. EXIT.
      *===============================================================*
       DVZ1-KRIAT-PARAMETRIM	       SECTION.
      *---------------------------------------------------------------*
       DVZ10-KRIAT-PARAMETRIM.
	    OPEN INPUT PM-BANK.
	    IF MH-PM-FILE-NOT-FOUND
		   GO TO DVZ10-EXIT.
	    IF NOT MH-PM-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING PM-BANK, FILE STATUS = '
		     MH-PM-FILE-STATUS
		   STOP RUN.
	    READ PM-BANK
		   AT END
		     CLOSE PM-BANK
		     GO TO DVZ10-EXIT.
	    IF PM-RG-FILE NOT = SPACES
		   MOVE PM-RG-FILE TO WS-RG-FILE-NAME.
	    IF PM-TAARICH-CHOZER NOT = SPACES
		   IF PM-TAARICH-CHOZER NUMERIC
			 MOVE PM-TAARICH-CHOZER TO WS-TAARICH-CHOZER-X
		   ELSE
			 DISPLAY 'DIVUACH: TAARICH CHOZER PASUL: '
			   PM-TAARICH-CHOZER
			 STOP RUN.
	    CLOSE PM-BANK.
       DVZ10-EXIT. EXIT.
      *===============================================================*
       DVZ2-TEINAT-TIK		       SECTION.
      *---------------------------------------------------------------*
       DVZ20-TEINAT-TIK.
	    READ CS-BANK
		   AT END
		     GO TO DVZ20-EXIT.
	    IF CT-MONEH = 2000
		   DISPLAY 'TIKIM.DAT HOLDS MORE THAN 2000 TIKIM, '
		     'ENLARGE CT-TAVLAT-TIKIM'
		   STOP RUN.
	    ADD 1 TO CT-MONEH.
	    MOVE CS-REC TO CT-REC(CT-MONEH).
       DVZ20-EXIT. EXIT.
      *===============================================================*
      * WRITES THE TRAILER, STAMPS THE CASE FILE, PRINTS THE RUN
      * SUMMARY, AND STAMPS THE AUDIT TRAIL AND THE STEP-CONTROL FILE.
      *===============================================================*
       DVZZ-SIYOM-DIVUACH	       SECTION.
      *---------------------------------------------------------------*
       DVZZ00.
	    MOVE SPACES TO RT-RESHUMAT-SOFIT.
	    MOVE '9' TO RT-SUG.
	    MOVE WS-COUNT TO RT-COUNT.
	    MOVE WS-HASH TO RT-HASH.
	    MOVE WS-SCHOM-TNUOT TO RT-SCHOM.
	    MOVE WS-SCHOM-DFUSIM TO RT-SCHOM-TOTAL.
	    MOVE RT-RESHUMAT-SOFIT TO RG-REC.
	    WRITE RG-REC.
	    CLOSE RG-BANK.
	    IF SW-SHUNA
		   OPEN OUTPUT CS-BANK
		   IF NOT MH-CS-FILE-STATUS-TAKIN
			 DISPLAY 'ERROR OPENING CS-BANK, FILE STATUS = '
			   MH-CS-FILE-STATUS
			 STOP RUN
		   END-IF
		   PERFORM DVZZ3-KTIVAT-TIK VARYING I-CT FROM 1 BY 1
		    UNTIL I-CT > CT-MONEH
		   CLOSE CS-BANK
	    END-IF.
	    MOVE SPACES TO DO-REC.
	    WRITE DO-REC.
	    MOVE ALL '=' TO DO-REC.
	    WRITE DO-REC.
	    MOVE SPACES TO DO-REC.
	    STRING 'DIVUACH SUMMARY, RUN ' DELIMITED BY SIZE
	     WS-RUN-DATE DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    DISPLAY DO-REC.
	    MOVE CT-MONEH TO WS-D-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING 'CASES ON FILE ................. ' DELIMITED BY SIZE
	     WS-D-COUNT DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    DISPLAY DO-REC.
	    MOVE WS-PATUACH-COUNT TO WS-D-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING 'STILL OPEN .................... ' DELIMITED BY SIZE
	     WS-D-COUNT DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    DISPLAY DO-REC.
	    MOVE WS-NIVDAK-COUNT TO WS-D-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING 'REVIEWED, NOT DECIDED ......... ' DELIMITED BY SIZE
	     WS-D-COUNT DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    DISPLAY DO-REC.
	    MOVE WS-NIDCHA-COUNT TO WS-D-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING 'DISMISSED ..................... ' DELIMITED BY SIZE
	     WS-D-COUNT DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    DISPLAY DO-REC.
	    MOVE WS-KVAR-COUNT TO WS-D-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING 'REPORTED, NOT IN THIS FILE .... ' DELIMITED BY SIZE
	     WS-D-COUNT DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    DISPLAY DO-REC.
	    MOVE WS-COUNT TO WS-D-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING 'CASES IN THIS FILE ............ ' DELIMITED BY SIZE
	     WS-D-COUNT DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    DISPLAY DO-REC.
	    MOVE WS-SCHOM-TNUOT TO WS-D-SCHOM.
	    MOVE SPACES TO DO-REC.
	    STRING 'SCHOM OF THE MOVEMENTS ........ ' DELIMITED BY SIZE
	     WS-D-SCHOM DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    DISPLAY DO-REC.
	    MOVE WS-SCHOM-DFUSIM TO WS-D-SCHOM.
	    MOVE SPACES TO DO-REC.
	    STRING 'SCHOM OF THE PATTERNS ......... ' DELIMITED BY SIZE
	     WS-D-SCHOM DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    DISPLAY DO-REC.
	    MOVE SPACES TO DO-REC.
	    STRING 'HASH TOTAL .................... ' DELIMITED BY SIZE
	     RT-HASH DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    DISPLAY DO-REC.
	    CLOSE DO-BANK.
	    PERFORM DVZZ1-KTIVAT-AUDIT.
	    PERFORM DVZZ2-KTIVAT-BAKARA.
       DVZZ-EXIT. EXIT.
      *===============================================================*
       DVZZ1-KTIVAT-AUDIT	       SECTION.
      *---------------------------------------------------------------*
       DVZZ10-KTIVAT-AUDIT.
	    OPEN EXTEND AT-BANK.
	    IF MH-AT-FILE-NOT-FOUND
		   OPEN OUTPUT AT-BANK
	    END-IF.
	    IF NOT MH-AT-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING AT-BANK, FILE STATUS = '
		     MH-AT-FILE-STATUS
		   STOP RUN.
	    MOVE SPACES TO AT-REC.
	    STRING 'DIVUACH RUN ' DELIMITED BY SIZE
	     WS-RUN-DATE DELIMITED BY SIZE
	     ' ' DELIMITED BY SIZE
	     WS-RUN-TIME DELIMITED BY SIZE
	     ' CHOZER ' DELIMITED BY SIZE
	     WS-TAARICH-CHOZER DELIMITED BY SIZE
	     ' COUNT ' DELIMITED BY SIZE
	     RT-COUNT DELIMITED BY SIZE INTO AT-SHURA.
	    MOVE WS-MAFIL TO AT-MAFIL.
	    WRITE AT-REC.
	    CLOSE AT-BANK.
       DVZZ10-EXIT. EXIT.
      *===============================================================*
      * THE STEP-CONTROL RECORD: CASES ON FILE IN, CASES SENT OUT,
      * AND THE SCHOM OF THE MOVEMENTS SENT.
      *===============================================================*
       DVZZ2-KTIVAT-BAKARA	       SECTION.
      *---------------------------------------------------------------*
       DVZZ20-KTIVAT-BAKARA.
	    OPEN EXTEND BC-BANK.
	    IF MH-BC-FILE-NOT-FOUND
		   OPEN OUTPUT BC-BANK
	    END-IF.
	    IF NOT MH-BC-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING BC-BANK, FILE STATUS = '
		     MH-BC-FILE-STATUS
		   STOP RUN.
	    MOVE 'DIVUACH' TO BC-SHELEV.
	    MOVE WS-RUN-DATE TO BC-RUN-DATE.
	    MOVE WS-RUN-TIME TO BC-RUN-TIME.
	    MOVE SPACES TO BC-STREAM.
	    MOVE CT-MONEH TO BC-IN-COUNT.
	    MOVE WS-COUNT TO BC-OUT-COUNT.
	    MOVE WS-SCHOM-TNUOT TO BC-SCHOM.
	    WRITE BC-REC.
	    CLOSE BC-BANK.
       DVZZ20-EXIT. EXIT.
      *===============================================================*
       DVZZ3-KTIVAT-TIK 	       SECTION.
      *---------------------------------------------------------------*
       DVZZ30-KTIVAT-TIK.
	    MOVE CT-REC(I-CT) TO CS-REC.
	    WRITE CS-REC.
       DVZZ30-EXIT. EXIT.
      *===============================================================*
