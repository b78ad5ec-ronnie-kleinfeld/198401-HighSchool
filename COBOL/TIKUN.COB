	     ASSIGN TO DISK
	     FILE STATUS IS MH-PM-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *===============================================================*
	    SELECT MC-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-MC-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *===============================================================*
	    SELECT MF-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-MF-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
       DATA			       DIVISION.
      *****************************************************************
       FD TC-BANK
	   VALUE OF FILE-ID WS-TC-FILE-NAME
	   LABEL RECORD STANDARD.
       01 TC-REC			       PIC X(150).
      *===============================================================*
       FD PM-BANK
	   VALUE OF FILE-ID 'A:TIKUN.PRM'
	 03 PM-KM-FILE		       PIC X(40).
	 03 PM-KN-FILE		       PIC X(40).
	 03 PM-TC-FILE		       PIC X(40).
	 03 PM-MC-FILE		       PIC X(40).
      *===============================================================*
      * DELETE REQUESTS AWAITING A SECOND SUPERVISOR: MATZAV 'P'
      * PENDING, 'A' APPROVED, 'D' DECLINED.  A REQUEST STAYS ON THE
      * FILE UNTIL IT IS DECIDED; THE DECISION ITSELF IS KEPT IN
      * MIZUG.TIK.
      *===============================================================*
       FD MC-BANK
	   VALUE OF FILE-ID WS-MC-FILE-NAME
	   LABEL RECORD STANDARD.
       01 MC-REC.
	 03 MC-CHESHBON 	       PIC 9(10).
	 03 MC-MEVAKESH 	       PIC X(8).
	 03 MC-TAARICH		       PIC 9(8).
	 03 MC-SHAA		       PIC 9(8).
	 03 MC-MATZAV		       PIC X(1).
	 03 MC-MEASHER		       PIC X(8).
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
      *===============================================================*
       WORKING-STORAGE		       SECTION.
      *---------------------------------------------------------------*
       01 MH-MAPHTECHOT-HASHVAA.
	 03 MH-MF-FILE-STATUS	       PIC X(2).
	   88 MH-MF-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-MF-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-KM-FILE-STATUS	       PIC X(2).
	   88 MH-KM-FILE-STATUS-TAKIN  VALUE '00'.
	 03 MH-KN-FILE-STATUS	       PIC X(2).
	 03 MH-PM-FILE-STATUS	       PIC X(2).
	   88 MH-PM-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-PM-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-MC-FILE-STATUS	       PIC X(2).
	   88 MH-MC-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-MC-FILE-NOT-FOUND     VALUE '35'.
      *===============================================================*
       01 WS-SHMOT-KVATSIM.
	 03 WS-KM-FILE-NAME	       PIC X(40)
					 VALUE 'A:MIZUG.NEW'.
	 03 WS-TC-FILE-NAME	       PIC X(40)
					 VALUE 'A:MIZUG.TIK'.
	 03 WS-MC-FILE-NAME	       PIC X(40)
					 VALUE 'A:TIKUN.MCH'.
      *===============================================================*
       01 WS-BAKASHA-SADOT.
	 03 WS-CHESHBON-BAKASHA	       PIC 9(10).
	   88 WS-PEULA-DILUG	       VALUE 'D'.
	 03 WS-SHEM-CHADASH	       PIC X(10).
	 03 WS-TZ-CHADASH	       PIC X(10).
	 03 WS-MATZAV-RITZA	       PIC X(1).
	   88 WS-RITZA-REGILA	       VALUE 'R'.
	   88 WS-RITZA-ISHUR	       VALUE 'A'.
	 03 WS-HACHLATA 	       PIC X(1).
	   88 WS-HACHLATA-KABALA       VALUE 'K'.
	   88 WS-HACHLATA-SIRUV        VALUE 'L'.
      *===============================================================*
       01 WS-PNE-TAKLIT.
	 03 WS-SHEM-YASHAN	       PIC X(10).
	 03 WS-TZ-YASHAN	       PIC X(10).
      *===============================================================*
      * WHO ASKED, WHO APPROVED AND WHERE THE CHANGE STANDS, FOR THE
      * MIZUG.TIK LINE.
      *===============================================================*
       01 WS-TC-SADOT.
	 03 WS-TC-CHESHBON	       PIC 9(10).
	 03 WS-TC-MEVAKESH	       PIC X(8).
	 03 WS-TC-MEASHER	       PIC X(8).
	 03 WS-TC-MATZAV	       PIC X(6).
      *===============================================================*
       01 MT-TAVLAT-MECHIKOT.
	 03 MT-MONEH		       PIC 9(3) VALUE 0.
	 03 MT-ENTRY OCCURS 500 TIMES.
	   05 MT-CHESHBON	       PIC 9(10).
	   05 MT-MEVAKESH	       PIC X(8).
	   05 MT-TAARICH	       PIC 9(8).
	   05 MT-SHAA		       PIC 9(8).
	   05 MT-MATZAV 	       PIC X(1).
	   05 MT-MEASHER	       PIC X(8).
	   05 MT-HARITZA	       PIC 9(1).
       01 I-MT			       PIC 9(3) VALUE 0.
       01 WS-MT-NIMTZA-SW	       PIC 9 VALUE 0.
	 88 WS-MT-NIMTZA	       VALUE 1.
      *===============================================================*
       01 SW-SWITCHIM.
	 03 SW-TIKUN		       PIC 9 VALUE 0.
	   88 SW-SOF-KM		       VALUE 9.
	 03 SW-NIMTZA-SW	       PIC 9 VALUE 0.
	   88 SW-NIMTZA		       VALUE 1.
	 03 SW-MT-SHUNA-SW	       PIC 9 VALUE 0.
	   88 SW-MT-SHUNA	       VALUE 1.
      *===============================================================*
       01 WS-MONIM-TIKUN.
	 03 WS-HAATAKA-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-TIKUN-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-MECHIKA-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-MATCH-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-MAMTIN-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-ISHUR-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-SIRUV-COUNT	       PIC 9(7) VALUE 0.
      *===============================================================*
       01 WS-AUDIT-SADOT.
	 03 WS-AUDIT-RUN-DATE	       PIC 9(8).
	 03 WS-AUDIT-RUN-TIME	       PIC 9(8).
      *===============================================================*
      * THE SIGNED-ON OPERATOR AND AUTHORITY LEVEL.
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
       T-TIKUN			       SECTION.
      *---------------------------------------------------------------*
       T00.
	    PERFORM TZK-KNISAT-MAFIL.
	    IF NOT WS-RAMA-MEMUNE
		   DISPLAY 'TIKUN: LE-MEMUNE BILVAD -- SIYUM'
		   STOP RUN.
	    PERFORM TZA-ATCHALAT-TIKUN.
	    IF WS-RITZA-ISHUR
		   PERFORM TD-ISHUR-MECHIKOT
	    ELSE
		   PERFORM TA-KABALAT-BAKASHA.
	    PERFORM TB-TIPUL-KM UNTIL SW-SOF-KM.
	    PERFORM TZZ-SIYOM-TIKUN.
	    STOP RUN.
      *---------------------------------------------------------------*
       TZA00.
	    PERFORM TZA1-KRIAT-PARAMETRIM.
	    PERFORM TZA2-KRIAT-MCH.
	    DISPLAY 'TIKUN -- (R)EGIL O (A)ISHUR MECHIKOT: '.
	    ACCEPT WS-MATZAV-RITZA.
	    IF NOT WS-RITZA-REGILA
	       AND NOT WS-RITZA-ISHUR
		   DISPLAY 'PEULA LO MUKERET: ' WS-MATZAV-RITZA
		   STOP RUN.
	    OPEN INPUT KM-BANK.
	    IF NOT MH-KM-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING KM-BANK, FILE STATUS = '
		   MOVE PM-KN-FILE TO WS-KN-FILE-NAME.
	    IF PM-TC-FILE NOT = SPACES
		   MOVE PM-TC-FILE TO WS-TC-FILE-NAME.
	    IF PM-MC-FILE NOT = SPACES
		   MOVE PM-MC-FILE TO WS-MC-FILE-NAME.
	    CLOSE PM-BANK.
       TZA05-EXIT. EXIT.
      *===============================================================*
       TZA2-KRIAT-MCH		       SECTION.
      *---------------------------------------------------------------*
       TZA10-KRIAT-MCH.
	    OPEN INPUT MC-BANK.
	    IF MH-MC-FILE-NOT-FOUND
		   GO TO TZA10-EXIT.
	    IF NOT MH-MC-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING MC-BANK, FILE STATUS = '
		     MH-MC-FILE-STATUS
		   STOP RUN.
	    PERFORM TZA3-TEINAT-MCH
	     UNTIL MH-MC-FILE-STATUS NOT = '00'.
	    CLOSE MC-BANK.
       TZA10-EXIT. EXIT.
      *===============================================================*
       TZA3-TEINAT-MCH		       SECTION.
      *---------------------------------------------------------------*
       TZA15-TEINAT-MCH.
	    READ MC-BANK
		   AT END
		     GO TO TZA15-EXIT.
	    IF MT-MONEH = 500
		   DISPLAY 'TIKUN.MCH HOLDS MORE THAN 500 REQUESTS, '
		     'ENLARGE MT-TAVLAT-MECHIKOT'
		   STOP RUN.
	    ADD 1 TO MT-MONEH.
	    MOVE MC-CHESHBON TO MT-CHESHBON(MT-MONEH).
	    MOVE MC-MEVAKESH TO MT-MEVAKESH(MT-MONEH).
	    MOVE MC-TAARICH TO MT-TAARICH(MT-MONEH).
	    MOVE MC-SHAA TO MT-SHAA(MT-MONEH).
	    MOVE MC-MATZAV TO MT-MATZAV(MT-MONEH).
	    MOVE MC-MEASHER TO MT-MEASHER(MT-MONEH).
	    MOVE 0 TO MT-HARITZA(MT-MONEH).
       TZA15-EXIT. EXIT.
      *===============================================================*
       TA-KABALAT-BAKASHA		       SECTION.
      *---------------------------------------------------------------*
	    ACCEPT WS-CHESHBON-BAKASHA.
	    DISPLAY 'ACTION -- (T)IKUN SHEM/TZ, (M)ECHIKA, (D)ILUG: '.
	    ACCEPT WS-PEULA.
	    MOVE SPACES TO WS-SHEM-CHADASH.
	    MOVE SPACES TO WS-TZ-CHADASH.
	    IF WS-PEULA-TIKUN
		   DISPLAY 'NEW SHEM (10 CHARS): '
		   ACCEPT WS-SHEM-CHADASH
		   AT END
		     MOVE 9 TO SW-TIKUN
		     GO TO TB00-EXIT.
	    IF WS-RITZA-ISHUR
		   PERFORM TB3-MECHIKA-MEUSHERET
	    ELSE IF KM-CHESHBON = WS-CHESHBON-BAKASHA
		   PERFORM TB1-TIPUL-HETAMA
	    ELSE
		   MOVE KM-REC TO KN-REC
	    ADD 1 TO WS-MATCH-COUNT.
	    MOVE KM-SHEM TO WS-SHEM-YASHAN.
	    MOVE KM-TZ TO WS-TZ-YASHAN.
	    MOVE KM-CHESHBON TO WS-TC-CHESHBON.
	    MOVE WS-MAFIL TO WS-TC-MEVAKESH.
	    MOVE SPACES TO WS-TC-MEASHER.
	    IF WS-PEULA-MECHIKA
		   MOVE KM-REC TO KN-REC
		   WRITE KN-REC
		   ADD 1 TO WS-MAMTIN-COUNT
		   MOVE 'MAMTIN' TO WS-TC-MATZAV
		   PERFORM TB2-KTIVAT-BIKORET
	    ELSE IF WS-PEULA-TIKUN
		   MOVE KM-REC TO KN-REC
		   MOVE WS-TZ-CHADASH TO KN-TZ
		   WRITE KN-REC
		   ADD 1 TO WS-TIKUN-COUNT
		   MOVE 'BUTZA' TO WS-TC-MATZAV
		   PERFORM TB2-KTIVAT-BIKORET
	    ELSE
		   MOVE KM-REC TO KN-REC
		   ' ' DELIMITED BY SIZE
		   WS-AUDIT-RUN-TIME DELIMITED BY SIZE
		   ' CHESHBON=' DELIMITED BY SIZE
		   WS-TC-CHESHBON DELIMITED BY SIZE
		   ' PEULA=' DELIMITED BY SIZE
		   WS-PEULA DELIMITED BY SIZE
		   ' BEFORE=' DELIMITED BY SIZE
		   WS-SHEM-CHADASH DELIMITED BY SIZE
		   '/' DELIMITED BY SIZE
		   WS-TZ-CHADASH DELIMITED BY SIZE
		   ' MAFIL=' DELIMITED BY SIZE
		   WS-TC-MEVAKESH DELIMITED BY SIZE
		   ' MEASHER=' DELIMITED BY SIZE
		   WS-TC-MEASHER DELIMITED BY SIZE
		   ' MATZAV=' DELIMITED BY SIZE
		   WS-TC-MATZAV DELIMITED BY SIZE
		   INTO TC-REC.
	    WRITE TC-REC.
	    DISPLAY 'TIKUN: ' TC-REC.
       TB20-EXIT. EXIT.
      *===============================================================*
      * APPROVAL RUN: EVERY RECORD OF A CHESHBON WHOSE DELETE WAS
      * APPROVED ON THIS RUN IS LEFT OUT OF KN-BANK; ALL OTHERS ARE
      * COPIED UNCHANGED.
      *===============================================================*
       TB3-MECHIKA-MEUSHERET	       SECTION.
      *---------------------------------------------------------------*
       TB30.
	    MOVE 0 TO WS-MT-NIMTZA-SW.
	    PERFORM TB31-CHIPUS-ISHUR VARYING I-MT FROM 1 BY 1
	     UNTIL I-MT > MT-MONEH OR WS-MT-NIMTZA.
	    IF NOT WS-MT-NIMTZA
		   MOVE KM-REC TO KN-REC
		   WRITE KN-REC
		   ADD 1 TO WS-HAATAKA-COUNT
		   GO TO TB3-EXIT.
	    MOVE 1 TO SW-NIMTZA-SW.
	    ADD 1 TO WS-MECHIKA-COUNT.
	    MOVE KM-SHEM TO WS-SHEM-YASHAN.
	    MOVE KM-TZ TO WS-TZ-YASHAN.
	    MOVE 'BUTZA' TO WS-TC-MATZAV.
	    PERFORM TB2-KTIVAT-BIKORET.
	    GO TO TB3-EXIT.
      *===============================================================*
       TB31-CHIPUS-ISHUR.
	    IF MT-CHESHBON(I-MT) = KM-CHESHBON
	       AND MT-MATZAV(I-MT) = 'A'
	       AND MT-HARITZA(I-MT) = 1
		   SET WS-MT-NIMTZA TO TRUE
		   MOVE KM-CHESHBON TO WS-TC-CHESHBON
		   MOVE MT-MEVAKESH(I-MT) TO WS-TC-MEVAKESH
		   MOVE MT-MEASHER(I-MT) TO WS-TC-MEASHER.
       TB31-END.
       TB3-EXIT. EXIT.
      *===============================================================*
      * THE APPROVAL SCREEN: EACH PENDING DELETE IS SHOWN IN TURN.  THE
      * REQUEST CAN ONLY BE APPROVED OR DECLINED BY A SECOND SUPERVISOR,
      * NOT BY THE ONE WHO KEYED IT.
      *===============================================================*
       TD-ISHUR-MECHIKOT	       SECTION.
      *---------------------------------------------------------------*
       TD00.
	    MOVE 'M' TO WS-PEULA.
	    MOVE SPACES TO WS-SHEM-YASHAN.
	    MOVE SPACES TO WS-TZ-YASHAN.
	    MOVE SPACES TO WS-SHEM-CHADASH.
	    MOVE SPACES TO WS-TZ-CHADASH.
	    PERFORM TD1-ISHUR-BAKASHA VARYING I-MT FROM 1 BY 1
	     UNTIL I-MT > MT-MONEH.
       TD-EXIT. EXIT.
      *===============================================================*
       TD1-ISHUR-BAKASHA	       SECTION.
      *---------------------------------------------------------------*
       TD10-ISHUR-BAKASHA.
	    IF MT-MATZAV(I-MT) NOT = 'P'
		   GO TO TD10-EXIT.
	    DISPLAY ' '.
	    DISPLAY 'BAKASHAT MECHIKA: CHESHBON ' MT-CHESHBON(I-MT).
	    DISPLAY '  MEVAKESH ' MT-MEVAKESH(I-MT)
	     ' TAARICH ' MT-TAARICH(I-MT) ' ' MT-SHAA(I-MT).
	    IF MT-MEVAKESH(I-MT) = WS-MAFIL
		   DISPLAY '  BAKASHA SHELCHA -- DRUSHA MEMUNE ACHER'
		   GO TO TD10-EXIT.
	    DISPLAY 'PEULA -- (K)ABALA, (L)A LE-ASHER, (D)ILUG: '.
	    ACCEPT WS-HACHLATA.
	    IF NOT WS-HACHLATA-KABALA
	       AND NOT WS-HACHLATA-SIRUV
		   GO TO TD10-EXIT.
	    MOVE WS-MAFIL TO MT-MEASHER(I-MT).
	    MOVE 1 TO MT-HARITZA(I-MT).
	    SET SW-MT-SHUNA TO TRUE.
	    IF WS-HACHLATA-KABALA
		   MOVE 'A' TO MT-MATZAV(I-MT)
		   ADD 1 TO WS-ISHUR-COUNT
		   GO TO TD10-EXIT.
	    MOVE 'D' TO MT-MATZAV(I-MT).
	    ADD 1 TO WS-SIRUV-COUNT.
	    MOVE MT-CHESHBON(I-MT) TO WS-TC-CHESHBON.
	    MOVE MT-MEVAKESH(I-MT) TO WS-TC-MEVAKESH.
	    MOVE WS-MAFIL TO WS-TC-MEASHER.
	    MOVE 'SURAV' TO WS-TC-MATZAV.
	    PERFORM TB2-KTIVAT-BIKORET.
       TD10-EXIT. EXIT.
      *===============================================================*
      * A DELETE KEYED ON A REGULAR RUN IS ONLY RECORDED HERE; THE
      * RECORDS STAY ON KN-BANK UNTIL AN APPROVAL RUN.
      *===============================================================*
       TE-RISHUM-BAKASHA	       SECTION.
      *---------------------------------------------------------------*
       TE00.
	    MOVE 0 TO WS-MT-NIMTZA-SW.
	    PERFORM TE01-CHIPUS-MAMTINA VARYING I-MT FROM 1 BY 1
	     UNTIL I-MT > MT-MONEH OR WS-MT-NIMTZA.
	    IF WS-MT-NIMTZA
		   DISPLAY 'TIKUN: MECHIKAT CHESHBON '
		     WS-CHESHBON-BAKASHA ' KVAR MAMTINA LE-ISHUR'
		   GO TO TE-EXIT.
	    IF MT-MONEH = 500
		   DISPLAY 'TIKUN.MCH HOLDS MORE THAN 500 REQUESTS, '
		     'ENLARGE MT-TAVLAT-MECHIKOT'
		   STOP RUN.
	    ADD 1 TO MT-MONEH.
	    MOVE WS-CHESHBON-BAKASHA TO MT-CHESHBON(MT-MONEH).
	    MOVE WS-MAFIL TO MT-MEVAKESH(MT-MONEH).
	    MOVE WS-AUDIT-RUN-DATE TO MT-TAARICH(MT-MONEH).
	    MOVE WS-AUDIT-RUN-TIME TO MT-SHAA(MT-MONEH).
	    MOVE 'P' TO MT-MATZAV(MT-MONEH).
	    MOVE SPACES TO MT-MEASHER(MT-MONEH).
	    MOVE 1 TO MT-HARITZA(MT-MONEH).
	    SET SW-MT-SHUNA TO TRUE.
	    DISPLAY 'TIKUN: MECHIKAT CHESHBON ' WS-CHESHBON-BAKASHA
	     ' MAMTINA LE-ISHUR MEMUNE NOSAF'.
	    GO TO TE-EXIT.
      *===============================================================*
       TE01-CHIPUS-MAMTINA.
	    IF MT-CHESHBON(I-MT) = WS-CHESHBON-BAKASHA
	       AND MT-MATZAV(I-MT) = 'P'
		   SET WS-MT-NIMTZA TO TRUE.
       TE01-END.
       TE-EXIT. EXIT.
      *===============================================================*
      * REWRITES THE REQUEST FILE WITH WHAT IS STILL PENDING AND WHAT
      * WAS DECIDED ON THIS RUN.  REQUESTS DECIDED ON EARLIER RUNS
      * DROP OFF HERE.
      *===============================================================*
       TF-KTIVAT-MCH		       SECTION.
      *---------------------------------------------------------------*
       TF00.
	    OPEN OUTPUT MC-BANK.
	    IF NOT MH-MC-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING MC-BANK, FILE STATUS = '
		     MH-MC-FILE-STATUS
		   STOP RUN.
	    PERFORM TF1-KTIVAT-BAKASHA VARYING I-MT FROM 1 BY 1
	     UNTIL I-MT > MT-MONEH.
	    CLOSE MC-BANK.
       TF-EXIT. EXIT.
      *===============================================================*
       TF1-KTIVAT-BAKASHA	       SECTION.
      *---------------------------------------------------------------*
       TF10-KTIVAT-BAKASHA.
	    IF MT-MATZAV(I-MT) NOT = 'P'
	       AND MT-HARITZA(I-MT) = 0
		   GO TO TF10-EXIT.
	    MOVE MT-CHESHBON(I-MT) TO MC-CHESHBON.
	    MOVE MT-MEVAKESH(I-MT) TO MC-MEVAKESH.
	    MOVE MT-TAARICH(I-MT) TO MC-TAARICH.
	    MOVE MT-SHAA(I-MT) TO MC-SHAA.
	    MOVE MT-MATZAV(I-MT) TO MC-MATZAV.
	    MOVE MT-MEASHER(I-MT) TO MC-MEASHER.
	    WRITE MC-REC.
       TF10-EXIT. EXIT.
      *===============================================================*
       TZZ-SIYOM-TIKUN		       SECTION.
      *---------------------------------------------------------------*
       TZZ00.
	    IF WS-RITZA-REGILA
	       AND WS-PEULA-MECHIKA
	       AND SW-NIMTZA
		   PERFORM TE-RISHUM-BAKASHA.
	    IF SW-MT-SHUNA
		   PERFORM TF-KTIVAT-MCH.
	    CLOSE KM-BANK.
	    CLOSE KN-BANK.
	    CLOSE TC-BANK.
	    IF WS-RITZA-ISHUR
	       AND NOT SW-NIMTZA
		   DISPLAY 'TIKUN: NO APPROVED DELETE FOUND, KN-BANK '
		     'IS A PLAIN COPY OF KM-BANK'.
	    IF WS-RITZA-REGILA
	       AND NOT SW-NIMTZA
		   DISPLAY 'TIKUN: CHESHBON NOT FOUND, KN-BANK IS A '
		     'PLAIN COPY OF KM-BANK'.
	    IF WS-MATCH-COUNT > 1
	     WS-TIKUN-COUNT.
	    DISPLAY 'TIKUN: RECORDS REMOVED ........... '
	     WS-MECHIKA-COUNT.
	    DISPLAY 'TIKUN: RECORDS HELD FOR APPROVAL . '
	     WS-MAMTIN-COUNT.
	    DISPLAY 'TIKUN: DELETES APPROVED .......... '
	     WS-ISHUR-COUNT.
	    DISPLAY 'TIKUN: DELETES DECLINED .......... '
	     WS-SIRUV-COUNT.
       TZZ-EXIT. EXIT.
      *===============================================================*
      * OPERATOR SIGN-ON: THREE TRIES AT OPERATOR ID AND PASSWORD
      * AGAINST THE REGISTRY.  A BLOCKED OPERATOR, OR NO REGISTRY AT
      * ALL, ENDS THE RUN.
      *===============================================================*
       TZK-KNISAT-MAFIL 	       SECTION.
      *---------------------------------------------------------------*
       TZK00.
	    PERFORM TZK1-NISAYON-KNISA
	     UNTIL WS-KNISA-TAKINA OR WS-NISAYON = 3.
	    IF NOT WS-KNISA-TAKINA
		   DISPLAY 'TIKUN: KNISA NICHSHELA -- SIYUM'
		   STOP RUN.
	    DISPLAY 'TIKUN: MAFIL ' WS-MAFIL ' NICHNAS'.
       TZK-EXIT. EXIT.
      *===============================================================*
       TZK1-NISAYON-KNISA	       SECTION.
      *---------------------------------------------------------------*
       TZK10-NISAYON-KNISA.
	    ADD 1 TO WS-NISAYON.
	    DISPLAY 'MAFIL: '.
	    ACCEPT WS-MAFIL.
	    DISPLAY 'SISMA: '.
	    ACCEPT WS-SISMA.
	    IF WS-MAFIL = SPACES
		   DISPLAY 'MAFIL CHASER'
		   GO TO TZK10-EXIT.
	    OPEN INPUT MF-BANK.
	    IF MH-MF-FILE-NOT-FOUND
		   DISPLAY 'TIKUN: EIN A:MAFILIM.DAT -- SIYUM'
		   STOP RUN.
	    IF NOT MH-MF-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING MF-BANK, FILE STATUS = '
		     MH-MF-FILE-STATUS
		   STOP RUN.
	    PERFORM TZK2-KRIAT-MAFIL
	     UNTIL MH-MF-FILE-STATUS NOT = '00' OR WS-KNISA-TAKINA.
	    CLOSE MF-BANK.
	    IF NOT WS-KNISA-TAKINA
		   DISPLAY 'MAFIL O SISMA SHGUYIM'.
       TZK10-EXIT. EXIT.
      *===============================================================*
       TZK2-KRIAT-MAFIL 	       SECTION.
      *---------------------------------------------------------------*
       TZK20-KRIAT-MAFIL.
	    READ MF-BANK
		   AT END
		     GO TO TZK20-EXIT.
	    IF MF-MAFIL NOT = WS-MAFIL
	       OR MF-SISMA NOT = WS-SISMA
		   GO TO TZK20-EXIT.
	    IF MF-MATZAV = 'N'
		   DISPLAY 'TIKUN: MAFIL ' WS-MAFIL ' CHASUM -- SIYUM'
		   CLOSE MF-BANK
		   STOP RUN.
	    MOVE MF-RAMA TO WS-RAMA.
	    SET WS-KNISA-TAKINA TO TRUE.
       TZK20-EXIT. EXIT.
      *===============================================================*
