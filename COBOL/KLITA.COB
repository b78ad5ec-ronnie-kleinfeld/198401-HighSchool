	     ASSIGN TO DISK
	     FILE STATUS IS MH-PM-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *===============================================================*
	    SELECT CB-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-CB-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *===============================================================*
	    SELECT KJ-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-KJ-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
       DATA			       DIVISION.
      *****************************************************************
	 03 PM-TR-FILE		       PIC X(40).
	 03 PM-KM-FILE		       PIC X(40).
	 03 PM-KN-FILE		       PIC X(40).
      *===============================================================*
      * THE ACCOUNT MASTER KEPT BY NIHUL.  HEAD OFFICE MAY STILL
      * ADJUST A FROZEN ACCOUNT, BUT NOT A CLOSED ONE.
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
      * THE POSTING JOURNAL: ONE LINE FOR EVERY DETAIL POSTED, KEPT
      * ACROSS RUNS, SO A LATER INQUIRY CAN SHOW WHAT HEAD OFFICE
      * CHANGED ON A CHESHBON AND WHEN.  KJ-SCHOM-ACHAREI IS THE
      * MASTER RECORD'S SCHOM ONCE THE DETAIL IS APPLIED.
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
      *****************************************************************
       WORKING-STORAGE		       SECTION.
      *---------------------------------------------------------------*
	 03 MH-PM-FILE-STATUS	       PIC X(2).
	   88 MH-PM-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-PM-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-CB-FILE-STATUS	       PIC X(2).
	   88 MH-CB-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-CB-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-KJ-FILE-STATUS	       PIC X(2).
	   88 MH-KJ-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-KJ-FILE-NOT-FOUND     VALUE '35'.
      *===============================================================*
       01 WS-SHMOT-KVATSIM.
	 03 WS-TR-FILE-NAME	       PIC X(40)
	 03 WS-HAATAKA-COUNT	       PIC 9(7) VALUE 0.
      *===============================================================*
       01 WS-SCHOM-POSTED	       PIC S9(11)V99 VALUE 0.
      *===============================================================*
      * IN-CORE COPY OF THE ACCOUNT MASTER (CB-BANK).  WHEN
      * CHESHBON.DAT IS MISSING THE CLOSED-ACCOUNT CHECK IS SKIPPED
      * WITH A WARNING.
      *===============================================================*
       01 CT-TAVLAT-CHESHBONOT.
	 03 CT-MONEH		       PIC 9(4) VALUE 0.
	 03 CT-ENTRY OCCURS 3000 TIMES.
	   05 CT-CHESHBON	       PIC 9(10).
	   05 CT-MATZAV 	       PIC X(1).
	     88 CT-SAGUR	       VALUE 'S'.
       01 I-CT			       PIC 9(4) VALUE 0.
       01 WS-CB-KAYAM-SW	       PIC 9 VALUE 0.
	 88 WS-CB-KAYAM 	       VALUE 1.
       01 WS-SAGUR-SW		       PIC 9 VALUE 0.
	 88 WS-CHESHBON-SAGUR	       VALUE 1.
      *===============================================================*
       01 WS-RUN-DATE		       PIC 9(8).
       01 WS-RUN-TIME		       PIC 9(8).
      *===============================================================*
       01 WS-DIVUACH-SADOT.
	 03 WS-D-COUNT		       PIC ZZZZZZ9.
      * WRITTEN (AND THE NEXT MASTER READ) WHEN THE DETAIL KEY MOVES
      * PAST IT ON THE BALANCED LINE.  AN ADJUSTMENT THAT WOULD
      * OVERFLOW THE SCHOM PICTURE IS REJECTED TO THE EXCEPTION FILE
      * AND THE HELD RECORD KEEPS THE SCHOM IT HAD.  SO IS AN
      * ADJUSTMENT TO A CHESHBON THE ACCOUNT MASTER SHOWS AS SAGUR.
      *===============================================================*
       KE3-YISUM-PIRUT		       SECTION.
      *---------------------------------------------------------------*
       KE30-YISUM-PIRUT.
	    PERFORM KE5-BDIKAT-SAGUR.
	    IF WS-CHESHBON-SAGUR
		   MOVE 'CHESHBON SAGUR' TO CH-REASON
		   PERFORM KE4-KTIVAT-CHARIGA
		   PERFORM KM2-KRIAT-PIRUT
		   GO TO KE30-EXIT.
	    ADD PR-SCHOM TO KM-SCHOM
		   ON SIZE ERROR
		     MOVE 'SCHOM GOLESH ME-HA-TMUNA' TO CH-REASON
	    SET SW-META TO TRUE.
	    ADD 1 TO WS-POST-COUNT.
	    ADD PR-SCHOM TO WS-SCHOM-POSTED.
	    PERFORM KE6-KTIVAT-YOMAN.
	    PERFORM KM2-KRIAT-PIRUT.
       KE30-EXIT. EXIT.
      *===============================================================*
	    WRITE CH-REC.
	    ADD 1 TO WS-CHARIGA-COUNT.
       KE40-EXIT. EXIT.
      *===============================================================*
       KE5-BDIKAT-SAGUR 	       SECTION.
      *---------------------------------------------------------------*
       KE50-BDIKAT-SAGUR.
	    MOVE 0 TO WS-SAGUR-SW.
	    IF NOT WS-CB-KAYAM
		   GO TO KE50-EXIT.
	    PERFORM KE51-HASHVAAT-CHESHBON VARYING I-CT FROM 1 BY 1
	     UNTIL I-CT > CT-MONEH OR WS-CHESHBON-SAGUR.
	    GO TO KE50-EXIT.
      *===============================================================*
       KE51-HASHVAAT-CHESHBON.
	    IF CT-CHESHBON(I-CT) = PR-CHESHBON
	       AND CT-SAGUR(I-CT)
		   SET WS-CHESHBON-SAGUR TO TRUE.
       KE51-END.
       KE50-EXIT. EXIT.
      *===============================================================*
       KE6-KTIVAT-YOMAN 	       SECTION.
      *---------------------------------------------------------------*
       KE60-KTIVAT-YOMAN.
	    MOVE WS-RUN-DATE TO KJ-TAARICH.
	    MOVE WS-RUN-TIME TO KJ-SHAA.
	    MOVE PR-CHESHBON TO KJ-CHESHBON.
	    MOVE PR-KOD TO KJ-KOD.
	    MOVE PR-SCHOM TO KJ-SCHOM.
	    MOVE KM-SCHOM TO KJ-SCHOM-ACHAREI.
	    MOVE PR-SOURCE TO KJ-SOURCE.
	    MOVE XH-MAARECHET TO KJ-MAARECHET.
	    MOVE XH-RUN-DATE TO KJ-HO-RUN-DATE.
	    WRITE KJ-REC.
       KE60-EXIT. EXIT.
      *===============================================================*
       KM1-KRIAT-AV		       SECTION.
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
       KZA00.
	    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
	    ACCEPT WS-RUN-TIME FROM TIME.
	    PERFORM KZA1-KRIAT-PARAMETRIM.
	    PERFORM KZA2-KRIAT-CHESHBONOT.
       KZA-EXIT. EXIT.
      *===============================================================*
       KZA1-KRIAT-PARAMETRIM	       SECTION.
		   MOVE PM-KN-FILE TO WS-KN-FILE-NAME.
	    CLOSE PM-BANK.
       KZA05-EXIT. EXIT.
      *===============================================================*
       KZA2-KRIAT-CHESHBONOT	       SECTION.
      *---------------------------------------------------------------*
       KZA20-KRIAT-CHESHBONOT.
	    OPEN INPUT CB-BANK.
	    IF MH-CB-FILE-NOT-FOUND
		   DISPLAY 'KLITA: AZHARA -- EIN CHESHBON.DAT, '
		     'EIN BDIKAT CHESHBONOT SGURIM'
		   GO TO KZA20-EXIT.
	    IF NOT MH-CB-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING CB-BANK, FILE STATUS = '
		     MH-CB-FILE-STATUS
		   STOP RUN.
	    SET WS-CB-KAYAM TO TRUE.
	    PERFORM KZA3-TEINAT-CHESHBON
	     UNTIL MH-CB-FILE-STATUS NOT = '00'.
	    CLOSE CB-BANK.
       KZA20-EXIT. EXIT.
      *===============================================================*
       KZA3-TEINAT-CHESHBON	       SECTION.
      *---------------------------------------------------------------*
       KZA30-TEINAT-CHESHBON.
	    READ CB-BANK
		   AT END
		     GO TO KZA30-EXIT.
	    IF CT-MONEH = 3000
		   DISPLAY 'CHESHBON.DAT HOLDS MORE THAN 3000 '
		     'CHESHBONOT, ENLARGE CT-TAVLAT-CHESHBONOT'
		   STOP RUN.
	    ADD 1 TO CT-MONEH.
	    MOVE CB-CHESHBON TO CT-CHESHBON(CT-MONEH).
	    MOVE CB-MATZAV TO CT-MATZAV(CT-MONEH).
       KZA30-EXIT. EXIT.
      *===============================================================*
      * THE MASTER AND OUTPUT FILES OPEN ONLY AFTER THE VERIFY PASS
      * SUCCEEDS -- A RETURN FILE THAT FAILS ITS TRAILER CHECK MUST
		   DISPLAY 'ERROR OPENING CH-BANK, FILE STATUS = '
		     MH-CH-FILE-STATUS
		   STOP RUN.
	    OPEN EXTEND KJ-BANK.
	    IF MH-KJ-FILE-NOT-FOUND
		   OPEN OUTPUT KJ-BANK.
	    IF NOT MH-KJ-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING KJ-BANK, FILE STATUS = '
		     MH-KJ-FILE-STATUS
		   STOP RUN.
       KZB-EXIT. EXIT.
      *===============================================================*
       KZZ-SIYOM-KLITA		       SECTION.
	    CLOSE KM-BANK.
	    CLOSE KN-BANK.
	    CLOSE CH-BANK.
	    CLOSE KJ-BANK.
       KZZ-EXIT. EXIT.
      *===============================================================*
