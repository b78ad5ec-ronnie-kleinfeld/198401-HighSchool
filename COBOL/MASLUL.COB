	     ASSIGN TO DISK
	     FILE STATUS IS MH-XP-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *===============================================================*
	    SELECT HP-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-HP-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *===============================================================*
	    SELECT YP-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-YP-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *===============================================================*
	    SELECT LU-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-LU-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *===============================================================*
	    SELECT BC-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-BC-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
       DATA			       DIVISION.
      *****************************************************************
      *---------------------------------------------------------------*
      * THE NIGHT'S RUN-CONTROL FILE: HOW MANY BANK FILES ARE ACTIVE,
      * THE RAW AND SORTED NAME FOR EACH, AND THE MERGED MASTER NAME.
      * MC-TAARICH-ESEK, WHEN FILLED IN, IS THE BUSINESS DATE THE
      * NIGHT PROCESSES -- FOR A NIGHT STARTED AFTER MIDNIGHT OR A
      * CATCH-UP RUN.  LEFT BLANK, IT IS THE LAST BUSINESS DAY ON
      * THE SHOP CALENDAR UP TO TODAY.  MC-KEFEL-ISHUR 'K' IS THE
      * OPERATOR'S WORD THAT A BANK FILE MATCHING AN EARLIER NIGHT'S
      * IS GENUINE, AND LETS THE NIGHT GO ON PAST THE RESEND CHECK.
      * IT HOLDS ONLY FOR THE BUSINESS DATE IN MC-TAARICH-ISHUR, SO A
      * 'K' LEFT IN THE FILE DOES NOT SWITCH THE CHECK OFF FOR LATER
      * NIGHTS.
      *===============================================================*
       FD MC-BANK
	   VALUE OF FILE-ID 'A:MASLUL.CTL'
	   05 MC-RAW-FILE	       PIC X(40).
	   05 MC-SORT-FILE	       PIC X(40).
	 03 MC-KM-FILE		       PIC X(40).
	 03 MC-TAARICH-ESEK	       PIC 9(8).
	 03 MC-KEFEL-ISHUR	       PIC X(1).
	 03 MC-TAARICH-ISHUR	       PIC 9(8).
      *===============================================================*
      * SHVIRA.PRM, REWRITTEN BEFORE EVERY SHVIRA STEP -- SHVIRA
      * HANDLES ONE INPUT/OUTPUT PAIR PER RUN, SO THE CONDUCTOR
	 03 SP-KA-FILE		       PIC X(40).
	 03 SP-KS-FILE		       PIC X(40).
	 03 SP-STREAM		       PIC X(10).
      *===============================================================*
      * FORMAT'S RUN PARAMETERS.  MP-RAW-FILE NAMES THE RAW FILE EACH
      * SORTED FILE CAME FROM, SO FORMAT CAN TELL THE IN-SHOP STREAMS
      * FROM THE BANKS' OWN.
      *===============================================================*
       FD MP-BANK
	   VALUE OF FILE-ID 'A:MIZUG.PRM'
	 03 MP-KD-FILE		       PIC X(40).
	 03 MP-KE-FILE		       PIC X(40).
	 03 MP-KM-FILE		       PIC X(40).
	 03 MP-TAARICH-ESEK	       PIC X(8).
	 03 MP-RAW-FILE OCCURS 5 TIMES
				       PIC X(40).
      *===============================================================*
       FD KS-BANK
	   VALUE OF FILE-ID WS-KS-FILE-NAME
	   LABEL RECORD STANDARD.
       01 KS-REC			       PIC X(49).
       01 KS-REC-SCHOM.
	 03 FILLER		       PIC X(39).
	 03 KS-SCHOM		       PIC S9(7)V99
				 SIGN LEADING SEPARATE.
      *===============================================================*
       FD CK-BANK
	   VALUE OF FILE-ID 'A:MIZUG.CKP'
	   LABEL RECORD STANDARD.
       01 CK-REC.
	 03 CK-STATUS		       PIC X(11).
	 03 CK-SHAR		       PIC X(272).
      *===============================================================*
       FD AT-BANK
	   VALUE OF FILE-ID 'A:MIZUG.AUD'
	   LABEL RECORD STANDARD.
       01 AT-REC.
	 03 AT-SHURA		       PIC X(80).
	 03 AT-MAFIL		       PIC X(8).
      *===============================================================*
      * THE STEP JOURNAL.  EVERY STEP GETS A 'START' RECORD BEFORE IT
      * RUNS AND A 'COMPLETE' RECORD AFTER; A 'MASLUL'/'COMPLETE'
      * RECORD CLOSES THE NIGHT.  ON START-UP THE JOURNAL IS SCANNED
      * AND STEPS ALREADY COMPLETE SINCE THE LAST CLOSED NIGHT ARE
      * SKIPPED, SO A FAILED NIGHT RESUMES FROM THE FAILED STEP.
      * MJ-DATE IS THE BUSINESS DATE OF THE NIGHT, NOT THE DATE ON
      * THE MACHINE CLOCK, AND A RESUMED NIGHT KEEPS ITS OWN DATE.
      *===============================================================*
       FD MJ-BANK
	   VALUE OF FILE-ID 'A:MASLUL.JRN'
	 03 XP-CK-FILE		       PIC X(40).
	 03 XP-TR-FILE		       PIC X(40).
	 03 XP-PEULA		       PIC X(1).
      *===============================================================*
      * HANHALA.PRM, REWRITTEN AROUND THE LEDGER STEP SO THE JOURNAL
      * IS POSTED FROM THE NIGHT'S MASTER UNDER THE NIGHT'S BUSINESS
      * DATE.
      *===============================================================*
       FD HP-BANK
	   VALUE OF FILE-ID 'A:HANHALA.PRM'
	   LABEL RECORD STANDARD.
       01 HP-REC.
	 03 HP-MAKOR		       PIC X(1).
	 03 HP-KM-FILE		       PIC X(40).
	 03 HP-DL-FILE		       PIC X(40).
	 03 HP-CK-FILE		       PIC X(40).
	 03 HP-GL-FILE		       PIC X(40).
	 03 HP-TAARICH-ESEK	       PIC X(8).
      *===============================================================*
      * YITZUR.PRM, REWRITTEN AROUND THE STANDING-ORDER STEP SO THE
      * ORDERS ARE CHECKED AGAINST THE NIGHT'S MASTER AND DATED WITH
      * THE NIGHT'S BUSINESS DATE.
      *===============================================================*
       FD YP-BANK
	   VALUE OF FILE-ID 'A:YITZUR.PRM'
	   LABEL RECORD STANDARD.
       01 YP-REC.
	 03 YP-HO-FILE		       PIC X(40).
	 03 YP-YT-FILE		       PIC X(40).
	 03 YP-KM-FILE		       PIC X(40).
	 03 YP-KH-FILE		       PIC X(40).
	 03 YP-TAARICH-ESEK	       PIC X(8).
      *===============================================================*
      * THE SHOP CALENDAR MAINTAINED BY LUACH, ONE LINE PER DATE IN
      * DATE ORDER, SUG-YOM 'A' MARKING A BUSINESS DAY.
      *===============================================================*
       FD LU-BANK
	   VALUE OF FILE-ID 'A:LUACH.DAT'
	   LABEL RECORD STANDARD.
       01 LU-REC.
	 03 LU-TAARICH		       PIC 9(8).
	 03 LU-SUG-YOM		       PIC X(1).
	   88 LU-ASAKIM 	       VALUE 'A'.
	 03 LU-TEUR		       PIC X(20).
      *===============================================================*
      * THE STEP-CONTROL FILE.  THE RESEND CHECK WRITES ONE 'MASLUL'
      * RECORD PER BANK STREAM EVERY NIGHT -- THE RECORD COUNT AND
      * SCHOM TOTAL OF THE RAW FILE AS IT ARRIVED -- AND COMPARES
      * EACH NEW FILE WITH THOSE OF EARLIER NIGHTS.
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
	   88 MH-IP-FILE-STATUS-TAKIN  VALUE '00'.
	 03 MH-XP-FILE-STATUS	       PIC X(2).
	   88 MH-XP-FILE-STATUS-TAKIN  VALUE '00'.
	 03 MH-HP-FILE-STATUS	       PIC X(2).
	   88 MH-HP-FILE-STATUS-TAKIN  VALUE '00'.
	 03 MH-YP-FILE-STATUS	       PIC X(2).
	   88 MH-YP-FILE-STATUS-TAKIN  VALUE '00'.
	 03 MH-LU-FILE-STATUS	       PIC X(2).
	   88 MH-LU-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-LU-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-BC-FILE-STATUS	       PIC X(2).
	   88 MH-BC-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-BC-FILE-NOT-FOUND     VALUE '35'.
      *===============================================================*
       01 WS-KS-FILE-NAME	       PIC X(40).
      *===============================================================*
       01 WS-AUDIT-SADOT.
	 03 WS-AUDIT-RUN-DATE	       PIC 9(8).
	 03 WS-AUDIT-RUN-TIME	       PIC 9(8).
      *===============================================================*
      * THE BUSINESS DATE OF THE NIGHT, THE DATE OF THE NIGHT LEFT
      * OPEN ON THE JOURNAL, AND THE LAST BUSINESS DAY UP TO TODAY.
      *===============================================================*
       01 WS-ESEK-SADOT.
	 03 WS-TAARICH-ESEK	       PIC 9(8) VALUE 0.
	 03 WS-ESEK-YOMAN	       PIC 9(8) VALUE 0.
	 03 WS-YOM-ASAKIM-ACHARON      PIC 9(8) VALUE 0.
      *===============================================================*
       01 WS-SHELEV		       PIC X(10).
       01 WS-HP-TAARICH 	       PIC X(8) VALUE SPACES.
       01 WS-MP-TAARICH 	       PIC X(8) VALUE SPACES.
       01 WS-YP-TAARICH 	       PIC X(8) VALUE SPACES.
       01 WS-MATZAV-YOMAN	       PIC X(8).
      *===============================================================*
      * THE PEULA WRITTEN INTO ITUR.PRM / SHIGUR.PRM.  SET TO 'B' OR
       01 I-ST			       PIC 9(2) VALUE 0.
       01 WS-SHELEV-HUSHLAM-SW	       PIC 9 VALUE 0.
	 88 WS-SHELEV-HUSHLAM	       VALUE 1.
      *===============================================================*
      * THE RESEND CHECK: THE RECORD COUNT AND SCHOM TOTAL OF EACH
      * RAW FILE.  THE FILES THE SHOP WRITES ITSELF -- STANDING
      * ORDERS, INTEREST AND RELEASED REPEATS -- ARE NOT BANK SENDS
      * AND ARE LEFT OUT; A MONTHLY STANDING-ORDER RUN MAY WELL COME
      * TO THE SAME COUNT AND TOTAL EVERY MONTH.
      *===============================================================*
       01 WS-KEFEL-SADOT.
	 03 WS-ZUG-TOTZAA OCCURS 5 TIMES.
	   05 WS-ZUG-MONEH	       PIC 9(7).
	   05 WS-ZUG-SCHOM	       PIC S9(11)V99.
	   05 WS-ZUG-PNIMI-SW	       PIC 9.
	     88 WS-ZUG-PNIMI	       VALUE 1.
	 03 WS-KEFEL-SW 	       PIC 9 VALUE 0.
	   88 WS-KEFEL-NIMTZA	       VALUE 1.
       01 WS-KVATZIM-PNIMIYIM-INIT.
	 03 FILLER		       PIC X(40) VALUE 'A:YITZUR.DAT'.
	 03 FILLER		       PIC X(40) VALUE 'A:RIBIT.DAT'.
	 03 FILLER		       PIC X(40) VALUE 'A:KEFEL.SHR'.
       01 WS-KVATZIM-PNIMIYIM REDEFINES WS-KVATZIM-PNIMIYIM-INIT.
	 03 WS-KOVETZ-PNIMI OCCURS 3 TIMES
			       PIC X(40).
       01 I-PN			       PIC 9(1) VALUE 0.
      *===============================================================*
       01 SW-SWITCHIM.
	 03 SW-MJ-SW		       PIC 9 VALUE 0.
	   88 SW-SOF-MJ 	       VALUE 9.
	 03 SW-LU-SW		       PIC 9 VALUE 0.
	   88 SW-SOF-LU 	       VALUE 9.
	 03 SW-LU-MECHASE-SW	       PIC 9 VALUE 0.
	   88 SW-LU-MECHASE	       VALUE 1.
	 03 SW-KS-SW		       PIC 9 VALUE 0.
	   88 SW-SOF-KS 	       VALUE 9.
      *===============================================================*
      * UNATTENDED BATCH STEP: THE AUDIT RECORDS CARRY THIS ID IN
      * PLACE OF A SIGNED-ON OPERATOR.
      *===============================================================*
       01 WS-MAFIL		       PIC X(8) VALUE 'BATCH'.
      *****************************************************************
       PROCEDURE		       DIVISION.
      *****************************************************************
       M00.
	    PERFORM MZA-KRIAT-BAKARA.
	    PERFORM MJ1-KRIAT-YOMAN.
	    PERFORM MK-TAARICH-ESEK.
	    PERFORM MH1-SHELEV-YITZUR.
	    PERFORM MN1-SHELEV-KEFEL.
	    PERFORM MA1-SHELEV-SHVIRA.
	    PERFORM MB1-SHELEV-FORMAT.
	    PERFORM MB2-SHELEV-HANHALA.
	    PERFORM ME1-SHELEV-ITUR.
	    PERFORM MF1-SHELEV-LAKOACH.
	    PERFORM MF4-SHELEV-NITUR.
	    PERFORM MF2-SHELEV-DOCH.
	    PERFORM MF3-SHELEV-GIBUI.
	    PERFORM MG1-SHELEV-SHIGUR.
	    DISPLAY 'MASLUL: HA-LAILA HUSHLAM, KOL HA-SHLAVIM TKINIM'.
	    STOP RUN.
       M-EXIT. EXIT.
      *===============================================================*
      * THE STANDING ORDERS DUE TONIGHT ARE GENERATED BEFORE THE BANK
      * FILES ARE SORTED, SO YITZUR.DAT -- LISTED IN MASLUL.CTL AS ONE
      * MORE RAW FILE -- GOES THROUGH SHVIRA AND FORMAT WITH THE REST.
      *===============================================================*
       MH1-SHELEV-YITZUR	       SECTION.
      *---------------------------------------------------------------*
       MH10-SHELEV-YITZUR.
	    MOVE 'YITZUR' TO WS-SHELEV.
	    PERFORM MJ2-BDIKAT-SHELEV.
	    IF WS-SHELEV-HUSHLAM
		   DISPLAY 'MASLUL: YITZUR KVAR HUSHLAM, MEDALEG'
		   GO TO MH10-EXIT.
	    PERFORM MJ3-RISHUM-HATCHALA.
	    MOVE WS-TAARICH-ESEK TO WS-YP-TAARICH.
	    PERFORM MH2-BNIYAT-YITZUR-PRM.
	    DISPLAY 'MASLUL: MARITZ YITZUR'.
	    CALL 'YITZUR'.
	    CANCEL 'YITZUR'.
	    MOVE SPACES TO WS-YP-TAARICH.
	    PERFORM MH2-BNIYAT-YITZUR-PRM.
	    PERFORM MJ4-RISHUM-SIYUM.
       MH10-EXIT. EXIT.
      *===============================================================*
       MH2-BNIYAT-YITZUR-PRM	       SECTION.
      *---------------------------------------------------------------*
       MH20-BNIYAT-YITZUR-PRM.
	    OPEN OUTPUT YP-BANK.
	    IF NOT MH-YP-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING YP-BANK, FILE STATUS = '
		     MH-YP-FILE-STATUS
		   STOP RUN.
	    MOVE SPACES TO YP-REC.
	    MOVE MC-KM-FILE TO YP-KM-FILE.
	    MOVE WS-YP-TAARICH TO YP-TAARICH-ESEK.
	    WRITE YP-REC.
	    CLOSE YP-BANK.
       MH20-EXIT. EXIT.
      *===============================================================*
      * A WHOLE BANK FILE SENT AGAIN IS STOPPED HERE, BEFORE ANYTHING
      * IS SORTED OR MERGED: EVERY RAW FILE IS COUNTED AND TOTALLED,
      * AND ONE WHOSE COUNT AND SCHOM TOTAL BOTH MATCH THOSE OF THE
      * SAME STREAM ON AN EARLIER NIGHT ENDS THE RUN WITH THE STEP
      * LEFT OPEN.  ONCE THE OPERATOR HAS CONFIRMED WITH THE BANK,
      * MC-KEFEL-ISHUR 'K' WITH MC-TAARICH-ISHUR SET TO THE NIGHT'S
      * BUSINESS DATE IN MASLUL.CTL LETS THAT NIGHT RESUME.
      *===============================================================*
       MN1-SHELEV-KEFEL 	       SECTION.
      *---------------------------------------------------------------*
       MN10-SHELEV-KEFEL.
	    MOVE 'KEFEL' TO WS-SHELEV.
	    PERFORM MJ2-BDIKAT-SHELEV.
	    IF WS-SHELEV-HUSHLAM
		   DISPLAY 'MASLUL: KEFEL KVAR HUSHLAM, MEDALEG'
		   GO TO MN10-EXIT.
	    PERFORM MJ3-RISHUM-HATCHALA.
	    PERFORM MN-SFIRAT-KOVETZ VARYING I-BANK FROM 1 BY 1
	     UNTIL I-BANK > MC-BANK-COUNT.
	    MOVE 0 TO WS-KEFEL-SW.
	    OPEN INPUT BC-BANK.
	    IF MH-BC-FILE-NOT-FOUND
		   GO TO MN10-RISHUM.
	    IF NOT MH-BC-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING BC-BANK, FILE STATUS = '
		     MH-BC-FILE-STATUS
		   STOP RUN.
	    PERFORM MN2-BDIKAT-BAKARA
	     UNTIL MH-BC-FILE-STATUS NOT = '00'.
	    CLOSE BC-BANK.
	    IF WS-KEFEL-NIMTZA
	       AND MC-KEFEL-ISHUR = 'K'
	       AND MC-TAARICH-ISHUR NUMERIC
	       AND MC-TAARICH-ISHUR = WS-TAARICH-ESEK
		   DISPLAY 'MASLUL: AZHARA -- KEFEL ISHUR BE-MASLUL.CTL'
		     ', HA-LAILA MAMSHICH'
	    ELSE IF WS-KEFEL-NIMTZA
		   DISPLAY 'MASLUL: *** KOVETZ BANK SHE-KVAR NIKLAT ***'
		     ' HA-LAILA NEETZAR'
		   DISPLAY 'MASLUL: BDOK IM HA-BANK; KOVETZ TAKIN -- '
		     'KEFEL ISHUR K VE-TAARICH ISHUR ' WS-TAARICH-ESEK
		     ' BE-MASLUL.CTL'
		   STOP RUN
	    END-IF.
       MN10-RISHUM.
	    PERFORM MN3-RISHUM-BAKARA.
	    PERFORM MJ4-RISHUM-SIYUM.
       MN10-EXIT. EXIT.
      *===============================================================*
       MN-SFIRAT-KOVETZ 	       SECTION.
      *---------------------------------------------------------------*
       MN00.
	    MOVE 0 TO WS-ZUG-MONEH(I-BANK).
	    MOVE 0 TO WS-ZUG-SCHOM(I-BANK).
	    MOVE 0 TO WS-ZUG-PNIMI-SW(I-BANK).
	    PERFORM MN01-HASHVAAT-PNIMI VARYING I-PN FROM 1 BY 1
	     UNTIL I-PN > 3 OR WS-ZUG-PNIMI(I-BANK).
	    IF WS-ZUG-PNIMI(I-BANK)
		   GO TO MN-EXIT.
	    MOVE MC-RAW-FILE(I-BANK) TO WS-KS-FILE-NAME.
	    OPEN INPUT KS-BANK.
	    IF NOT MH-KS-FILE-STATUS-TAKIN
		   DISPLAY 'MASLUL: *** EIN KOVETZ GOLMI '
		     MC-RAW-FILE(I-BANK) ' *** FILE STATUS = '
		     MH-KS-FILE-STATUS
		   STOP RUN.
	    MOVE 0 TO SW-KS-SW.
	    PERFORM MN4-KRIAT-GOLMI UNTIL SW-SOF-KS.
	    CLOSE KS-BANK.
	    GO TO MN-EXIT.
      *===============================================================*
       MN01-HASHVAAT-PNIMI.
	    IF MC-RAW-FILE(I-BANK) = WS-KOVETZ-PNIMI(I-PN)
		   SET WS-ZUG-PNIMI(I-BANK) TO TRUE.
       MN01-END.
       MN-EXIT. EXIT.
      *===============================================================*
       MN4-KRIAT-GOLMI		       SECTION.
      *---------------------------------------------------------------*
       MN40-KRIAT-GOLMI.
	    READ KS-BANK
		   AT END
		     MOVE 9 TO SW-KS-SW
		     GO TO MN40-EXIT.
	    ADD 1 TO WS-ZUG-MONEH(I-BANK).
	    IF KS-SCHOM NUMERIC
		   ADD KS-SCHOM TO WS-ZUG-SCHOM(I-BANK).
       MN40-EXIT. EXIT.
      *===============================================================*
      * AN EARLIER NIGHT'S RECORD FOR THE SAME STREAM WITH THE SAME
      * COUNT AND TOTAL.  TONIGHT'S OWN RECORDS, LEFT BY A RUN THAT
      * STOPPED AND IS NOW RESUMING, DO NOT COUNT; NEITHER DOES AN
      * EMPTY FILE.
      *===============================================================*
       MN2-BDIKAT-BAKARA	       SECTION.
      *---------------------------------------------------------------*
       MN20-BDIKAT-BAKARA.
	    READ BC-BANK
		   AT END
		     GO TO MN20-EXIT.
	    IF BC-SHELEV NOT = 'MASLUL'
	       OR BC-RUN-DATE = WS-TAARICH-ESEK
		   GO TO MN20-EXIT.
	    PERFORM MN21-HASHVAAT-ZUG VARYING I-BANK FROM 1 BY 1
	     UNTIL I-BANK > MC-BANK-COUNT.
	    GO TO MN20-EXIT.
      *===============================================================*
       MN21-HASHVAAT-ZUG.
	    IF NOT WS-ZUG-PNIMI(I-BANK)
	       AND WS-ZUG-MONEH(I-BANK) > 0
	       AND BC-STREAM = WS-BANK-NAME(I-BANK)
	       AND BC-IN-COUNT = WS-ZUG-MONEH(I-BANK)
	       AND BC-SCHOM = WS-ZUG-SCHOM(I-BANK)
		   SET WS-KEFEL-NIMTZA TO TRUE
		   DISPLAY 'MASLUL: ' MC-RAW-FILE(I-BANK)
		   DISPLAY '  ' WS-BANK-NAME(I-BANK) ' ZEHE LA-KOVETZ '
		     'SHE-NIKLAT BE-' BC-RUN-DATE ', RESHUMOT '
		     BC-IN-COUNT.
       MN21-END.
       MN20-EXIT. EXIT.
      *===============================================================*
       MN3-RISHUM-BAKARA	       SECTION.
      *---------------------------------------------------------------*
       MN30-RISHUM-BAKARA.
	    ACCEPT WS-AUDIT-RUN-TIME FROM TIME.
	    OPEN EXTEND BC-BANK.
	    IF MH-BC-FILE-NOT-FOUND
		   OPEN OUTPUT BC-BANK
	    END-IF.
	    IF NOT MH-BC-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING BC-BANK, FILE STATUS = '
		     MH-BC-FILE-STATUS
		   STOP RUN.
	    PERFORM MN31-KTIVAT-ZUG VARYING I-BANK FROM 1 BY 1
	     UNTIL I-BANK > MC-BANK-COUNT.
	    CLOSE BC-BANK.
	    GO TO MN30-EXIT.
      *===============================================================*
       MN31-KTIVAT-ZUG.
	    IF WS-ZUG-PNIMI(I-BANK)
		   GO TO MN31-END.
	    MOVE 'MASLUL' TO BC-SHELEV.
	    MOVE WS-TAARICH-ESEK TO BC-RUN-DATE.
	    MOVE WS-AUDIT-RUN-TIME TO BC-RUN-TIME.
	    MOVE WS-BANK-NAME(I-BANK) TO BC-STREAM.
	    MOVE WS-ZUG-MONEH(I-BANK) TO BC-IN-COUNT.
	    MOVE WS-ZUG-MONEH(I-BANK) TO BC-OUT-COUNT.
	    MOVE WS-ZUG-SCHOM(I-BANK) TO BC-SCHOM.
	    WRITE BC-REC.
       MN31-END.
       MN30-EXIT. EXIT.
      *===============================================================*
       MA1-SHELEV-SHVIRA	       SECTION.
      *---------------------------------------------------------------*
		   DISPLAY 'MASLUL: FORMAT KVAR HUSHLAM, MEDALEG'
		   GO TO MB10-EXIT.
	    PERFORM MJ3-RISHUM-HATCHALA.
	    MOVE WS-TAARICH-ESEK TO WS-MP-TAARICH.
	    PERFORM MB-BNIYAT-MIZUG-PRM.
	    DISPLAY 'MASLUL: MARITZ FORMAT'.
	    CALL 'FORMAT'.
	    CANCEL 'FORMAT'.
	    MOVE SPACES TO WS-MP-TAARICH.
	    PERFORM MB-BNIYAT-MIZUG-PRM.
	    PERFORM MC-BDIKAT-CHECKPOINT.
	    PERFORM MJ4-RISHUM-SIYUM.
       MB10-EXIT. EXIT.
      *===============================================================*
      * THE LEDGER JOURNAL IS POSTED FROM THE MERGED MASTER AS SOON AS
      * FORMAT HAS CHECKPOINTED IT COMPLETE.
      *===============================================================*
       MB2-SHELEV-HANHALA	       SECTION.
      *---------------------------------------------------------------*
       MB20-SHELEV-HANHALA.
	    MOVE 'HANHALA' TO WS-SHELEV.
	    PERFORM MJ2-BDIKAT-SHELEV.
	    IF WS-SHELEV-HUSHLAM
		   DISPLAY 'MASLUL: HANHALA KVAR HUSHLAM, MEDALEG'
		   GO TO MB20-EXIT.
	    PERFORM MJ3-RISHUM-HATCHALA.
	    MOVE WS-TAARICH-ESEK TO WS-HP-TAARICH.
	    PERFORM MB3-BNIYAT-HANHALA-PRM.
	    DISPLAY 'MASLUL: MARITZ HANHALA'.
	    CALL 'HANHALA'.
	    CANCEL 'HANHALA'.
	    MOVE SPACES TO WS-HP-TAARICH.
	    PERFORM MB3-BNIYAT-HANHALA-PRM.
	    PERFORM MJ4-RISHUM-SIYUM.
       MB20-EXIT. EXIT.
      *===============================================================*
       MB3-BNIYAT-HANHALA-PRM	       SECTION.
      *---------------------------------------------------------------*
       MB30-BNIYAT-HANHALA-PRM.
	    OPEN OUTPUT HP-BANK.
	    IF NOT MH-HP-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING HP-BANK, FILE STATUS = '
		     MH-HP-FILE-STATUS
		   STOP RUN.
	    MOVE SPACES TO HP-REC.
	    MOVE 'M' TO HP-MAKOR.
	    MOVE MC-KM-FILE TO HP-KM-FILE.
	    MOVE WS-HP-TAARICH TO HP-TAARICH-ESEK.
	    WRITE HP-REC.
	    CLOSE HP-BANK.
       MB30-EXIT. EXIT.
      *===============================================================*
      * THE NIGHT REBUILDS THE WHOLE MASTER, SO THE INDEX STEP IS THE
      * FULL (B) REBUILD; THE INCREMENTAL DELTA PATH BELONGS TO THE
      * DAILY IDKUN CYCLE.
	    CANCEL 'GIBUI'.
	    PERFORM MJ4-RISHUM-SIYUM.
       MF30-EXIT. EXIT.
      *===============================================================*
      * THE MONEY-LAUNDERING WATCH RUNS ON THE MERGED MASTER ONCE THE
      * CUSTOMER MASTER IS UP TO DATE, AND TAKES THE BUSINESS DATE OF
      * THE NIGHT FROM THE JOURNAL.
      *===============================================================*
       MF4-SHELEV-NITUR 	       SECTION.
      *---------------------------------------------------------------*
       MF40-SHELEV-NITUR.
	    MOVE 'NITUR' TO WS-SHELEV.
	    PERFORM MJ2-BDIKAT-SHELEV.
	    IF WS-SHELEV-HUSHLAM
		   DISPLAY 'MASLUL: NITUR KVAR HUSHLAM, MEDALEG'
		   GO TO MF40-EXIT.
	    PERFORM MJ3-RISHUM-HATCHALA.
	    DISPLAY 'MASLUL: MARITZ NITUR'.
	    CALL 'NITUR'.
	    CANCEL 'NITUR'.
	    PERFORM MJ4-RISHUM-SIYUM.
       MF40-EXIT. EXIT.
      *===============================================================*
       MG1-SHELEV-SHIGUR	       SECTION.
      *---------------------------------------------------------------*
	    IF MJ-SHELEV = 'MASLUL'
	       AND MJ-MATZAV = 'COMPLETE'
		   MOVE 0 TO ST-MONEH
		   MOVE 0 TO WS-ESEK-YOMAN
		   GO TO MJ60-EXIT.
	    IF WS-ESEK-YOMAN = 0
		   MOVE MJ-DATE TO WS-ESEK-YOMAN.
	    IF MJ-MATZAV NOT = 'COMPLETE'
		   GO TO MJ60-EXIT.
	    MOVE MJ-SHELEV TO WS-SHELEV.
       MJ7-KTIVAT-YOMAN 	       SECTION.
      *---------------------------------------------------------------*
       MJ70-KTIVAT-YOMAN.
	    ACCEPT WS-AUDIT-RUN-TIME FROM TIME.
	    OPEN EXTEND MJ-BANK.
	    IF MH-MJ-FILE-NOT-FOUND
		     MH-MJ-FILE-STATUS
		   STOP RUN.
	    MOVE WS-SHELEV TO MJ-SHELEV.
	    MOVE WS-TAARICH-ESEK TO MJ-DATE.
	    MOVE WS-AUDIT-RUN-TIME TO MJ-TIME.
	    MOVE WS-MATZAV-YOMAN TO MJ-MATZAV.
	    WRITE MJ-REC.
	    CLOSE MJ-BANK.
       MJ70-EXIT. EXIT.
      *===============================================================*
      * SETS THE BUSINESS DATE OF THE NIGHT: THE DATE IN MASLUL.CTL
      * WHEN THE OPERATOR GAVE ONE, ELSE THE DATE OF A NIGHT LEFT
      * OPEN ON THE JOURNAL, ELSE THE LAST BUSINESS DAY ON THE SHOP
      * CALENDAR UP TO TODAY.  WITHOUT A CALENDAR THAT COVERS TODAY
      * THE MACHINE DATE IS USED AND THE CONSOLE SAYS SO.
      *===============================================================*
       MK-TAARICH-ESEK		       SECTION.
      *---------------------------------------------------------------*
       MK00.
	    ACCEPT WS-AUDIT-RUN-DATE FROM DATE YYYYMMDD.
	    IF MC-TAARICH-ESEK NUMERIC
	       AND MC-TAARICH-ESEK NOT = 0
		   MOVE MC-TAARICH-ESEK TO WS-TAARICH-ESEK
		   DISPLAY 'MASLUL: TAARICH ESEK MI-MASLUL.CTL'
		   GO TO MK10-HATZAGA.
	    IF WS-ESEK-YOMAN NOT = 0
		   MOVE WS-ESEK-YOMAN TO WS-TAARICH-ESEK
		   DISPLAY 'MASLUL: MAMSHICH ET YOM HA-ESEK SHEL '
		     'HA-LAILA SHE-NIKTA'
		   GO TO MK10-HATZAGA.
	    MOVE WS-AUDIT-RUN-DATE TO WS-TAARICH-ESEK.
	    OPEN INPUT LU-BANK.
	    IF MH-LU-FILE-NOT-FOUND
		   DISPLAY 'MASLUL: AZHARA -- EIN LUACH.DAT, TAARICH '
		     'ESEK = TAARICH HA-MACHSHEV'
		   GO TO MK10-HATZAGA.
	    IF NOT MH-LU-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING LU-BANK, FILE STATUS = '
		     MH-LU-FILE-STATUS
		   STOP RUN.
	    PERFORM MK1-TEINAT-YOM UNTIL SW-SOF-LU.
	    CLOSE LU-BANK.
	    IF SW-LU-MECHASE AND WS-YOM-ASAKIM-ACHARON NOT = 0
		   MOVE WS-YOM-ASAKIM-ACHARON TO WS-TAARICH-ESEK
	    ELSE
		   DISPLAY 'MASLUL: AZHARA -- LUACH.DAT EINO MECHASE '
		     'ET ' WS-AUDIT-RUN-DATE ', TAARICH ESEK = '
		     'TAARICH HA-MACHSHEV'.
       MK10-HATZAGA.
	    DISPLAY 'MASLUL: TAARICH ESEK ' WS-TAARICH-ESEK.
       MK-EXIT. EXIT.
      *===============================================================*
       MK1-TEINAT-YOM		       SECTION.
      *---------------------------------------------------------------*
       MK15-TEINAT-YOM.
	    READ LU-BANK
		   AT END
		     MOVE 9 TO SW-LU-SW
		     GO TO MK15-EXIT.
	    IF LU-TAARICH > WS-AUDIT-RUN-DATE
		   SET SW-LU-MECHASE TO TRUE
		   MOVE 9 TO SW-LU-SW
		   GO TO MK15-EXIT.
	    IF LU-TAARICH = WS-AUDIT-RUN-DATE
		   SET SW-LU-MECHASE TO TRUE.
	    IF LU-ASAKIM
		   MOVE LU-TAARICH TO WS-YOM-ASAKIM-ACHARON.
       MK15-EXIT. EXIT.
      *===============================================================*
      * ONE SHVIRA STEP: POINT SHVIRA.PRM AT THE BANK'S RAW AND
      * SORTED NAMES, RUN SHVIRA, AND REFUSE TO GO ON UNLESS THE
      * SORTED FILE CAN ACTUALLY BE OPENED AFTERWARDS.
	    IF MC-BANK-COUNT > 4
		   MOVE MC-SORT-FILE(5) TO MP-KE-FILE.
	    MOVE MC-KM-FILE TO MP-KM-FILE.
	    MOVE WS-MP-TAARICH TO MP-TAARICH-ESEK.
	    PERFORM MB01-HAATAKAT-GOLMI VARYING I-BANK FROM 1 BY 1
	     UNTIL I-BANK > MC-BANK-COUNT.
	    WRITE MP-REC.
	    CLOSE MP-BANK.
	    GO TO MB-EXIT.
      *===============================================================*
       MB01-HAATAKAT-GOLMI.
	    MOVE MC-RAW-FILE(I-BANK) TO MP-RAW-FILE(I-BANK).
       MB01-END.
       MB-EXIT. EXIT.
      *===============================================================*
       MC-BDIKAT-CHECKPOINT	       SECTION.
       MD-KTIVAT-AUDIT		       SECTION.
      *---------------------------------------------------------------*
       MD00.
	    ACCEPT WS-AUDIT-RUN-TIME FROM TIME.
	    OPEN EXTEND AT-BANK.
	    IF MH-AT-FILE-NOT-FOUND
		   STOP RUN.
	    MOVE SPACES TO AT-REC.
	    STRING 'MASLUL RUN ' DELIMITED BY SIZE
	     WS-TAARICH-ESEK DELIMITED BY SIZE
	     ' ' DELIMITED BY SIZE
	     WS-AUDIT-RUN-TIME DELIMITED BY SIZE
	     ' LAILA TAKIN' DELIMITED BY SIZE INTO AT-SHURA.
	    MOVE WS-MAFIL TO AT-MAFIL.
	    WRITE AT-REC.
	    CLOSE AT-BANK.
       MD-EXIT. EXIT.
