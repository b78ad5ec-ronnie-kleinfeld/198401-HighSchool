	     ASSIGN TO DISK
	     FILE STATUS IS MH-PM-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *===============================================================*
	    SELECT LU-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-LU-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
       DATA			       DIVISION.
      *****************************************************************
	 03 PM-BC-FILE		       PIC X(40).
	 03 PM-KM-FILE		       PIC X(40).
	 03 PM-TR-FILE		       PIC X(40).
	 03 PM-LU-FILE		       PIC X(40).
      *===============================================================*
      * THE SHOP CALENDAR MAINTAINED BY LUACH, ONE LINE PER DATE IN
      * DATE ORDER, SUG-YOM 'A' MARKING A BUSINESS DAY.
      *===============================================================*
       FD LU-BANK
	   VALUE OF FILE-ID WS-LU-FILE-NAME
	   LABEL RECORD STANDARD.
       01 LU-REC.
	 03 LU-TAARICH		       PIC 9(8).
	 03 LU-SUG-YOM		       PIC X(1).
	   88 LU-ASAKIM 	       VALUE 'A'.
	 03 LU-TEUR		       PIC X(20).
      *****************************************************************
       WORKING-STORAGE		       SECTION.
      *---------------------------------------------------------------*
	 03 MH-PM-FILE-STATUS	       PIC X(2).
	   88 MH-PM-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-PM-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-LU-FILE-STATUS	       PIC X(2).
	   88 MH-LU-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-LU-FILE-NOT-FOUND     VALUE '35'.
      *===============================================================*
       01 WS-SHMOT-KVATSIM.
	 03 WS-BC-FILE-NAME	       PIC X(40)
					 VALUE 'A:MIZUG.DAT'.
	 03 WS-TR-FILE-NAME	       PIC X(40)
					 VALUE 'A:SHIGUR.DAT'.
	 03 WS-LU-FILE-NAME	       PIC X(40)
					 VALUE 'A:LUACH.DAT'.
      *===============================================================*
      * THE LATEST STEP-CONTROL RECORD OF EACH STEP/STREAM PAIR.  A
      * LATER RECORD FOR THE SAME PAIR REPLACES THE EARLIER ONE, SO
				 SIGN LEADING SEPARATE.
	 03 FILLER		       PIC X(46).
      *===============================================================*
      * A CONTROL RECORD DATED BEFORE THE PREVIOUS BUSINESS DAY IS
      * LEFT OVER FROM AN EARLIER NIGHT -- THE STEP DID NOT RUN LAST
      * NIGHT -- AND ITS TIE-OUT IS AN OUT-OF-BALANCE, NOT A SILENT
      * OK.  THE PREVIOUS BUSINESS DAY COMES FROM THE SHOP CALENDAR,
      * SO THE MORNING AFTER SHABAT OR A HOLIDAY STILL TIES OUT
      * AGAINST THE LAST NIGHT THAT RAN.  DATES ARE COMPARED AS TRUE
      * CALENDAR DAY NUMBERS.
      *===============================================================*
       01 WS-GIL-SADOT.
	 03 WS-RUN-DATE 	       PIC 9(8).
	   05 WS-RUN-DD 	       PIC 9(2).
	 03 WS-RUN-DAYS 	       PIC 9(7) VALUE 0.
	 03 WS-REC-DAYS 	       PIC 9(7) VALUE 0.
	 03 WS-KODEM-DAYS	       PIC 9(7) VALUE 0.
	 03 WS-YOM-ASAKIM-KODEM        PIC 9(8) VALUE 0.
	 03 WS-TAARICH-BADUK	       PIC 9(8).
	 03 WS-TAARICH-PEROT REDEFINES WS-TAARICH-BADUK.
	   05 WS-BDK-YYYY	       PIC 9(4).
	   05 WS-BDK-MM 	       PIC 9(2).
	   05 WS-BDK-DD 	       PIC 9(2).
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
       01 WS-MONIM-BOKER.
	 03 WS-BC-READ-COUNT	       PIC 9(7) VALUE 0.
	   88 SW-TR-ACTIVE	       VALUE 1.
	 03 SW-YASHAN-SW	       PIC 9 VALUE 0.
	   88 WS-YASHAN 	       VALUE 1.
	 03 SW-LU-SW		       PIC 9 VALUE 0.
	   88 SW-SOF-LU 	       VALUE 9.
	 03 SW-LU-MECHASE-SW	       PIC 9 VALUE 0.
	   88 SW-LU-MECHASE	       VALUE 1.
      *****************************************************************
       PROCEDURE		       DIVISION.
      *****************************************************************
       BG1-END.
       BG-EXIT. EXIT.
      *===============================================================*
      * SETS WS-YASHAN WHEN THE DATE IN WS-TAARICH-BADUK IS EARLIER
      * THAN THE PREVIOUS BUSINESS DAY -- A CONTROL RECORD FROM AN
      * EARLIER NIGHT MUST NOT CROSS-FOOT AS A FRESH OK.
      *===============================================================*
       BH-BDIKAT-TARICH 	       SECTION.
      *---------------------------------------------------------------*
       BH00.
	    MOVE 0 TO SW-YASHAN-SW.
	    MOVE WS-TAARICH-BADUK TO WS-MY-TAARICH.
	    PERFORM BJ-MISPAR-YOM.
	    MOVE WS-MY-YAMIM TO WS-REC-DAYS.
	    IF WS-REC-DAYS < WS-KODEM-DAYS
		   SET WS-YASHAN TO TRUE.
       BH-EXIT. EXIT.
      *===============================================================*
      * WS-MY-TAARICH IN, WS-MY-YAMIM OUT.  EACH DIVIDE DROPS ITS
      * REMAINDER, WHICH IS WHAT COUNTS THE LEAP DAYS.
      *===============================================================*
       BJ-MISPAR-YOM		       SECTION.
      *---------------------------------------------------------------*
       BJ00.
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
       BJ-EXIT. EXIT.
      *===============================================================*
      * FINDS THE LAST BUSINESS DAY BEFORE THE RUN DATE.  WHEN THE
      * CALENDAR IS MISSING, OR DOES NOT YET REACH THE RUN DATE, THE
      * PREVIOUS CALENDAR DAY IS TAKEN INSTEAD AND THE PAGE SAYS SO.
      *===============================================================*
       BK-KRIAT-LUACH		       SECTION.
      *---------------------------------------------------------------*
       BK00.
	    MOVE 0 TO WS-YOM-ASAKIM-KODEM.
	    OPEN INPUT LU-BANK.
	    IF MH-LU-FILE-NOT-FOUND
		   DISPLAY 'BOKER: AZHARA -- EIN LUACH.DAT, BODEK '
		     'NEGED YOM KALENDARI KODEM'
		   GO TO BK05-YOM-KALENDARI.
	    IF NOT MH-LU-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING LU-BANK, FILE STATUS = '
		     MH-LU-FILE-STATUS
		   STOP RUN.
	    PERFORM BK1-TEINAT-YOM UNTIL SW-SOF-LU.
	    CLOSE LU-BANK.
	    IF SW-LU-MECHASE AND WS-YOM-ASAKIM-KODEM NOT = 0
		   MOVE WS-YOM-ASAKIM-KODEM TO WS-MY-TAARICH
		   PERFORM BJ-MISPAR-YOM
		   MOVE WS-MY-YAMIM TO WS-KODEM-DAYS
		   GO TO BK-EXIT.
	    DISPLAY 'BOKER: AZHARA -- LUACH.DAT EINO MECHASE ET '
	     WS-RUN-DATE ', BODEK NEGED YOM KALENDARI KODEM'.
       BK05-YOM-KALENDARI.
	    COMPUTE WS-KODEM-DAYS = WS-RUN-DAYS - 1.
	    MOVE 0 TO WS-YOM-ASAKIM-KODEM.
       BK-EXIT. EXIT.
      *===============================================================*
       BK1-TEINAT-YOM		       SECTION.
      *---------------------------------------------------------------*
       BK10-TEINAT-YOM.
	    READ LU-BANK
		   AT END
		     MOVE 9 TO SW-LU-SW
		     GO TO BK10-EXIT.
	    IF LU-TAARICH NOT < WS-RUN-DATE
		   SET SW-LU-MECHASE TO TRUE
		   MOVE 9 TO SW-LU-SW
		   GO TO BK10-EXIT.
	    IF LU-ASAKIM
		   MOVE LU-TAARICH TO WS-YOM-ASAKIM-KODEM.
       BK10-EXIT. EXIT.
      *===============================================================*
       BM-SFIRAT-AV		       SECTION.
      *---------------------------------------------------------------*
	     FROM 1 BY 1 UNTIL I-SHURA > TB-MONEH.
	    PERFORM BE2-FORMAT-NEGED-AV.
	    PERFORM BE3-SHIGUR-NEGED-AV.
	    PERFORM BE4-HANHALA-NEGED-AV.
	    PERFORM BE5-NITUR-NEGED-AV.
       BE-EXIT. EXIT.
      *===============================================================*
      * FOR EVERY PER-STREAM FORMAT RECORD: SHVIRA'S RECORDS WRITTEN
		     INTO DO-REC
		   PERFORM BF-KTIVAT-SHURA.
       BE30-EXIT. EXIT.
      *===============================================================*
      * THE LEDGER JOURNAL AGAINST THE MASTER: THE MOVEMENTS HANHALA
      * POSTED, AND THE NET IT POSTED TO THE CUSTOMER SIDE.
      *===============================================================*
       BE4-HANHALA-NEGED-AV	       SECTION.
      *---------------------------------------------------------------*
       BE40-HANHALA-NEGED-AV.
	    MOVE 'HANHALA' TO WS-SHELEV-MEVUKASH.
	    MOVE SPACES TO WS-STREAM-MEVUKASH.
	    PERFORM BG-CHIPUS-SHELEV.
	    IF NOT SW-NIMTZA
		   MOVE SPACES TO DO-REC
		   STRING 'HANHALA EIN RISHUM BAKARA (LO RATZ?)'
		     DELIMITED BY SIZE INTO DO-REC
		   PERFORM BF-KTIVAT-SHURA
		   GO TO BE40-EXIT.
	    MOVE TB-TAARICH(I-TB-NIMTZA) TO WS-TAARICH-BADUK.
	    PERFORM BH-BDIKAT-TARICH.
	    IF WS-YASHAN
		   ADD 1 TO WS-TAKALA-COUNT
		   MOVE SPACES TO DO-REC
		   STRING 'HANHALA RISHUM YASHAN ' DELIMITED BY SIZE
		    WS-TAARICH-BADUK DELIMITED BY SIZE
		    ' ..... OUT-OF-BALANCE' DELIMITED BY SIZE
		     INTO DO-REC
		   PERFORM BF-KTIVAT-SHURA
		   GO TO BE40-EXIT.
	    MOVE TB-IN-COUNT(I-TB-NIMTZA) TO WS-D-COUNT-1.
	    MOVE WS-KM-COUNT TO WS-D-COUNT-2.
	    IF TB-IN-COUNT(I-TB-NIMTZA) = WS-KM-COUNT
		   MOVE SPACES TO DO-REC
		   STRING 'HANHALA TNUOT ' DELIMITED BY SIZE
		    WS-D-COUNT-1 DELIMITED BY SIZE
		    ' = MIZUG.DAT ' DELIMITED BY SIZE
		    WS-D-COUNT-2 DELIMITED BY SIZE
		    ' .... OK' DELIMITED BY SIZE INTO DO-REC
		   PERFORM BF-KTIVAT-SHURA
	    ELSE
		   ADD 1 TO WS-TAKALA-COUNT
		   MOVE SPACES TO DO-REC
		   STRING 'HANHALA TNUOT ' DELIMITED BY SIZE
		    WS-D-COUNT-1 DELIMITED BY SIZE
		    ' : MIZUG.DAT ' DELIMITED BY SIZE
		    WS-D-COUNT-2 DELIMITED BY SIZE
		    ' .... OUT-OF-BALANCE' DELIMITED BY SIZE
		     INTO DO-REC
		   PERFORM BF-KTIVAT-SHURA.
	    IF TB-SCHOM(I-TB-NIMTZA) = WS-KM-SCHOM-TOTAL
		   MOVE SPACES TO DO-REC
		   STRING 'HANHALA YOMAN = MIZUG.DAT SCHOM ... OK'
		     DELIMITED BY SIZE INTO DO-REC
		   PERFORM BF-KTIVAT-SHURA
	    ELSE
		   ADD 1 TO WS-TAKALA-COUNT
		   MOVE SPACES TO DO-REC
		   STRING 'HANHALA YOMAN : MIZUG.DAT SCHOM ... '
		     'OUT-OF-BALANCE' DELIMITED BY SIZE INTO DO-REC
		   PERFORM BF-KTIVAT-SHURA.
       BE40-EXIT. EXIT.
      *===============================================================*
      * THE MONEY-LAUNDERING WATCH AGAINST THE MASTER: THE MOVEMENTS
      * NITUR READ, AND THEIR SCHOM, SO A WATCH RUN ON A PARTIAL OR
      * STALE MASTER SHOWS UP HERE.
      *===============================================================*
       BE5-NITUR-NEGED-AV	       SECTION.
      *---------------------------------------------------------------*
       BE50-NITUR-NEGED-AV.
	    MOVE 'NITUR' TO WS-SHELEV-MEVUKASH.
	    MOVE SPACES TO WS-STREAM-MEVUKASH.
	    PERFORM BG-CHIPUS-SHELEV.
	    IF NOT SW-NIMTZA
		   MOVE SPACES TO DO-REC
		   STRING 'NITUR EIN RISHUM BAKARA (LO RATZ?)'
		     DELIMITED BY SIZE INTO DO-REC
		   PERFORM BF-KTIVAT-SHURA
		   GO TO BE50-EXIT.
	    MOVE TB-TAARICH(I-TB-NIMTZA) TO WS-TAARICH-BADUK.
	    PERFORM BH-BDIKAT-TARICH.
	    IF WS-YASHAN
		   ADD 1 TO WS-TAKALA-COUNT
		   MOVE SPACES TO DO-REC
		   STRING 'NITUR RISHUM YASHAN ' DELIMITED BY SIZE
		    WS-TAARICH-BADUK DELIMITED BY SIZE
		    ' ....... OUT-OF-BALANCE' DELIMITED BY SIZE
		     INTO DO-REC
		   PERFORM BF-KTIVAT-SHURA
		   GO TO BE50-EXIT.
	    MOVE TB-IN-COUNT(I-TB-NIMTZA) TO WS-D-COUNT-1.
	    MOVE WS-KM-COUNT TO WS-D-COUNT-2.
	    IF TB-IN-COUNT(I-TB-NIMTZA) = WS-KM-COUNT
		   MOVE SPACES TO DO-REC
		   STRING 'NITUR TNUOT ' DELIMITED BY SIZE
		    WS-D-COUNT-1 DELIMITED BY SIZE
		    ' = MIZUG.DAT ' DELIMITED BY SIZE
		    WS-D-COUNT-2 DELIMITED BY SIZE
		    ' ...... OK' DELIMITED BY SIZE INTO DO-REC
		   PERFORM BF-KTIVAT-SHURA
	    ELSE
		   ADD 1 TO WS-TAKALA-COUNT
		   MOVE SPACES TO DO-REC
		   STRING 'NITUR TNUOT ' DELIMITED BY SIZE
		    WS-D-COUNT-1 DELIMITED BY SIZE
		    ' : MIZUG.DAT ' DELIMITED BY SIZE
		    WS-D-COUNT-2 DELIMITED BY SIZE
		    ' ...... OUT-OF-BALANCE' DELIMITED BY SIZE
		     INTO DO-REC
		   PERFORM BF-KTIVAT-SHURA.
	    IF TB-SCHOM(I-TB-NIMTZA) = WS-KM-SCHOM-TOTAL
		   MOVE SPACES TO DO-REC
		   STRING 'NITUR SCHOM = MIZUG.DAT SCHOM ..... OK'
		     DELIMITED BY SIZE INTO DO-REC
		   PERFORM BF-KTIVAT-SHURA
	    ELSE
		   ADD 1 TO WS-TAKALA-COUNT
		   MOVE SPACES TO DO-REC
		   STRING 'NITUR SCHOM : MIZUG.DAT SCHOM ..... '
		     'OUT-OF-BALANCE' DELIMITED BY SIZE INTO DO-REC
		   PERFORM BF-KTIVAT-SHURA.
       BE50-EXIT. EXIT.
      *===============================================================*
       BF-KTIVAT-SHURA		       SECTION.
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
       BZA00.
	    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
	    MOVE WS-RUN-DATE TO WS-MY-TAARICH.
	    PERFORM BJ-MISPAR-YOM.
	    MOVE WS-MY-YAMIM TO WS-RUN-DAYS.
	    PERFORM BZA1-KRIAT-PARAMETRIM.
	    PERFORM BK-KRIAT-LUACH.
	    OPEN OUTPUT DO-BANK.
	    IF NOT MH-DO-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING DO-BANK, FILE STATUS = '
	     DELIMITED BY SIZE
	     WS-RUN-DATE DELIMITED BY SIZE INTO DO-REC.
	    PERFORM BF-KTIVAT-SHURA.
	    MOVE SPACES TO DO-REC.
	    IF WS-YOM-ASAKIM-KODEM NOT = 0
		   STRING 'BAKARA NEGED YOM ASAKIM KODEM '
		     DELIMITED BY SIZE
		    WS-YOM-ASAKIM-KODEM DELIMITED BY SIZE INTO DO-REC
	    ELSE
		   STRING 'BAKARA NEGED YOM KALENDARI KODEM '
		     '(EIN LUACH ASAKIM)' DELIMITED BY SIZE INTO DO-REC.
	    PERFORM BF-KTIVAT-SHURA.
       BZA-EXIT. EXIT.
      *===============================================================*
       BZA1-KRIAT-PARAMETRIM	       SECTION.
		   MOVE PM-KM-FILE TO WS-KM-FILE-NAME.
	    IF PM-TR-FILE NOT = SPACES
		   MOVE PM-TR-FILE TO WS-TR-FILE-NAME.
	    IF PM-LU-FILE NOT = SPACES
		   MOVE PM-LU-FILE TO WS-LU-FILE-NAME.
	    CLOSE PM-BANK.
       BZA05-EXIT. EXIT.
      *===============================================================*
