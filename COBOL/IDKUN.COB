	     ASSIGN TO DISK
	     FILE STATUS IS MH-BC-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *===============================================================*
	    SELECT CB-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-CB-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *===============================================================*
	    SELECT DL-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-DL-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *===============================================================*
	    SELECT KO-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-KO-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *===============================================================*
	    SELECT KP-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-KP-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *===============================================================*
	    SELECT HS-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-HS-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *===============================================================*
	    SELECT HL-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-HL-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *===============================================================*
	    SELECT HR-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-HR-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *===============================================================*
	    SELECT SH-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-SH-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *===============================================================*
	    SELECT MJ-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-MJ-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
       DATA			       DIVISION.
      *****************************************************************
       FD AT-BANK
	   VALUE OF FILE-ID 'A:MIZUG.AUD'
	   LABEL RECORD STANDARD.
       01 AT-REC.
	 03 AT-SHURA		       PIC X(80).
	 03 AT-MAFIL		       PIC X(8).
      *===============================================================*
       FD PM-BANK
	   VALUE OF FILE-ID 'A:IDKUN.PRM'
	 03 PM-KE-FILE		       PIC X(40).
	 03 PM-KM-FILE		       PIC X(40).
	 03 PM-KN-FILE		       PIC X(40).
	 03 PM-TAARICH-ESEK	       PIC 9(8).
      *===============================================================*
      * THE BANK REGISTRY: ONE LINE PER SOURCE BANK -- THE STREAM NAME
      * AS IT APPEARS IN KM-SOURCE, THE FULL INSTITUTION NAME, THE
	 03 BC-SCHOM		       PIC S9(11)V99
				 SIGN LEADING SEPARATE.
      *===============================================================*
      * THE ACCOUNT MASTER KEPT BY NIHUL: ONE LINE PER CHESHBON WITH
      * THE OWNER'S TZ, THE SOURCE BANK, THE OPENING DATE AND MATZAV
      * 'P' (PATUACH), 'K' (KAFUI) OR 'S' (SAGUR).
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
      * THE INDEX DELTA: ONLY THE ACCOUNTS TOUCHED TONIGHT.  'D' IS A
      * MASTER RECORD DROPPED BY A REPLACEMENT, 'A' IS A MOVEMENT
      * WRITTEN TO THE NEW MASTER.  MADAD APPLIES THE FILE TO
	 03 DL-SCHOM		       PIC S9(7)V99
				 SIGN LEADING SEPARATE.
	 03 DL-SOURCE		       PIC X(10).
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
      * THE CROSS-DAY DUPLICATE WINDOW: HOW MANY DAYS OF POSTED
      * MOVEMENTS KEFEL.HIS REMEMBERS.  NO FILE, OR A BLANK FIELD,
      * KEEPS THE DEFAULT IN WS-KEFEL-YAMIM.  SHARED WITH FORMAT.
      *===============================================================*
       FD KP-BANK
	   VALUE OF FILE-ID 'A:KEFEL.PRM'
	   LABEL RECORD STANDARD.
       01 KP-REC.
	 03 KP-YAMIM		       PIC 9(3).
      *===============================================================*
      * THE FINGERPRINT OF EVERY MOVEMENT POSTED INSIDE THE WINDOW --
      * CHESHBON, DATE, KOD, SCHOM AND SOURCE BANK -- WITH THE
      * BUSINESS DATE IT WAS POSTED.  SHARED WITH FORMAT AND REWRITTEN
      * AT THE END OF EVERY RUN WITHOUT THE ENTRIES THAT HAVE AGED OUT.
      *===============================================================*
       FD HS-BANK
	   VALUE OF FILE-ID 'A:KEFEL.HIS'
	   LABEL RECORD STANDARD.
       01 HS-REC.
	 03 HS-CHESHBON 	       PIC 9(10).
	 03 HS-DATE.
	   05 HS-DD		       PIC 9(2).
	   05 HS-MM		       PIC 9(2).
	   05 HS-YY		       PIC 9(4).
	 03 HS-KOD		       PIC 9(1).
	 03 HS-SCHOM		       PIC S9(7)V99
				 SIGN LEADING SEPARATE.
	 03 HS-SOURCE		       PIC X(10).
	 03 HS-TAARICH-RISHUM	       PIC 9(8).
      *===============================================================*
      * THE HOLD FILE: A VALID MOVEMENT THAT REPEATS ONE POSTED ON AN
      * EARLIER NIGHT IS WRITTEN HERE INSTEAD OF TO KN-BANK, WITH THE
      * NIGHT IT WAS HELD AND THE NIGHT OF THE POSTING IT REPEATS.
      * HL-MATZAV STAYS BLANK UNTIL AN OPERATOR RELEASES ('S') OR
      * DISCARDS ('M') IT IN SHICHRUR.
      *===============================================================*
       FD HL-BANK
	   VALUE OF FILE-ID 'A:KEFEL.HLD'
	   LABEL RECORD STANDARD.
       01 HL-REC.
	 03 HL-CHESHBON 	       PIC 9(10).
	 03 HL-SHEM		       PIC X(10).
	 03 HL-TZ		       PIC X(10).
	 03 HL-DATE.
	   05 HL-DD		       PIC 9(2).
	   05 HL-MM		       PIC 9(2).
	   05 HL-YY		       PIC 9(4).
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
       FD HR-BANK
	   VALUE OF FILE-ID 'A:KEFEL.RPT'
	   LABEL RECORD STANDARD.
       01 HR-REC		       PIC X(72).
      *===============================================================*
      * THE HELD MOVEMENTS AN OPERATOR HAS RELEASED IN SHICHRUR, IN
      * THE BANK-FILE LAYOUT FOLLOWED BY THE SOURCE BANK THAT FIRST
      * SENT EACH ONE.  KEFEL.SHR IS LISTED IN MASLUL.CTL AS ONE MORE
      * RAW FILE, SO THE RELEASED MOVEMENTS COME BACK THROUGH SHVIRA
      * AND THE UPDATE; IDKUN READS IT HERE ONLY TO LET THEM PAST THE
      * CHECK, AND AT THE END REWRITES IT WITHOUT THE ONES POSTED
      * TONIGHT.
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
      *****************************************************************
       WORKING-STORAGE		       SECTION.
      *---------------------------------------------------------------*
	 03 MH-BC-FILE-STATUS	       PIC X(2).
	   88 MH-BC-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-BC-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-CB-FILE-STATUS	       PIC X(2).
	   88 MH-CB-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-CB-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-DL-FILE-STATUS	       PIC X(2).
	   88 MH-DL-FILE-STATUS-TAKIN  VALUE '00'.
	 03 MH-KO-FILE-STATUS	       PIC X(2).
	   88 MH-KO-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-KO-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-KP-FILE-STATUS	       PIC X(2).
	   88 MH-KP-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-KP-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-HS-FILE-STATUS	       PIC X(2).
	   88 MH-HS-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-HS-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-HL-FILE-STATUS	       PIC X(2).
	   88 MH-HL-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-HL-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-HR-FILE-STATUS	       PIC X(2).
	   88 MH-HR-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-HR-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-SH-FILE-STATUS	       PIC X(2).
	   88 MH-SH-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-SH-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-MJ-FILE-STATUS	       PIC X(2).
	   88 MH-MJ-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-MJ-FILE-NOT-FOUND     VALUE '35'.
      *===============================================================*
       01 WS-SHMOT-KVATSIM.
	 03 WS-KA-FILE-NAME	       PIC X(40)
       01 WS-BN-NIMTZA-SW	       PIC 9 VALUE 0.
	 88 WS-BN-NIMTZA	       VALUE 1.
      *===============================================================*
      * IN-CORE COPY OF THE ACCOUNT MASTER (CB-BANK), LOADED AT
      * START-UP.  WHEN CHESHBON.DAT IS MISSING THE ACCOUNT CHECKS ARE
      * SKIPPED WITH A WARNING; WHEN IT IS PRESENT EVERY MOVEMENT MUST
      * NAME AN OPEN CHESHBON OWNED BY THE SAME TZ.
      *===============================================================*
       01 CT-TAVLAT-CHESHBONOT.
	 03 CT-MONEH		       PIC 9(4) VALUE 0.
	 03 CT-ENTRY OCCURS 3000 TIMES.
	   05 CT-CHESHBON	       PIC 9(10).
	   05 CT-TZ		       PIC X(10).
	   05 CT-MATZAV 	       PIC X(1).
	     88 CT-KAFUI	       VALUE 'K'.
	     88 CT-SAGUR	       VALUE 'S'.
       01 I-CT			       PIC 9(4) VALUE 0.
       01 I-CT-NIMTZA		       PIC 9(4) VALUE 0.
       01 WS-CT-NIMTZA-SW	       PIC 9 VALUE 0.
	 88 WS-CT-NIMTZA	       VALUE 1.
       01 WS-CB-KAYAM-SW	       PIC 9 VALUE 0.
	 88 WS-CB-KAYAM 	       VALUE 1.
      *===============================================================*
      * THE DIRECTION OF EVERY KOD ON KODIM.DAT, INDEXED BY KOD + 1.
      * WHEN KODIM.DAT IS MISSING THE DIRECTION CHECK IS SKIPPED WITH
      * A WARNING; WHEN IT IS PRESENT EVERY KOD MUST BE ON IT AND THE
      * SIGN OF SCHOM MUST AGREE WITH ITS DIRECTION.
      *===============================================================*
       01 TK-TAVLAT-KODIM.
	 03 TK-ENTRY OCCURS 10 TIMES.
	   05 TK-YESH-SW	       PIC 9(1) VALUE 0.
	     88 TK-YESH 	       VALUE 1.
	   05 TK-KIVUN		       PIC X(1) VALUE SPACE.
	     88 TK-CHOVA	       VALUE 'D'.
	     88 TK-ZCHUT	       VALUE 'C'.
       01 WS-KO-KAYAM-SW	       PIC 9 VALUE 0.
	 88 WS-KO-KAYAM 	       VALUE 1.
      *===============================================================*
      * WS-BANK-COUNT-MAX IS THE NUMBER OF DAILY MOVEMENT FILES BUILT
      * INTO THIS COPY OF IDKUN (KA-BANK THRU KE-BANK).  WS-BANK-COUNT
      * IS HOW MANY OF THOSE ARE ACTUALLY ACTIVE FOR THIS RUN.
	 03 WS-KN-WRITE-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-DL-WRITE-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-REJECT-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-IKUV-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-SHICHRUR-COUNT	       PIC 9(7) VALUE 0.
      *===============================================================*
       01 WS-CHESHBON-TECHUM.
	 03 WS-CHESHBON-LOW	       PIC 9(10) VALUE 9999999999.
	   05 TV-KOD		       PIC 9(1).
	   05 TV-SCHOM		       PIC S9(7)V99
				 SIGN LEADING SEPARATE.
      *===============================================================*
      * THE CROSS-DAY DUPLICATE CHECK.  WS-TAARICH-ESEK IS THE
      * BUSINESS DATE OF THE RUN (FROM IDKUN.PRM, ELSE THE NIGHT
      * STILL OPEN ON MASLUL.JRN, ELSE THE MACHINE DATE) AND DATES
      * TONIGHT'S ENTRIES IN KEFEL.HIS AND KEFEL.HLD; AN ENTRY IS
      * REMEMBERED FOR WS-KEFEL-YAMIM CALENDAR DAYS AFTER IT WAS
      * POSTED.  WS-TAARICH-KODEM IS THE NIGHT OF THE POSTING A HELD
      * MOVEMENT REPEATS.
      *===============================================================*
       01 WS-KEFEL-SADOT.
	 03 WS-TAARICH-ESEK	       PIC 9(8) VALUE 0.
	 03 WS-ESEK-YOMAN	       PIC 9(8) VALUE 0.
	 03 WS-KEFEL-YAMIM	       PIC 9(3) VALUE 30.
	 03 WS-ESEK-YAMIM	       PIC 9(7) VALUE 0.
	 03 WS-TAARICH-KODEM	       PIC 9(8) VALUE 0.
	 03 WS-HS-WRITE-COUNT	       PIC 9(7) VALUE 0.
       01 WS-IKUV-SW		       PIC 9 VALUE 0.
	 88 WS-IKUV		       VALUE 1.
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
      * IN-CORE COPY OF KEFEL.HIS, LOADED AT START-UP WITHOUT THE
      * ENTRIES THAT HAVE AGED OUT OF THE WINDOW AND WITHOUT ANY ENTRY
      * OF TONIGHT'S OWN BUSINESS DATE, SO A RERUN OF THE SAME NIGHT
      * IS NEVER MATCHED AGAINST ITSELF -- ONLY EARLIER NIGHTS COUNT.
      *===============================================================*
       01 HT-TAVLAT-HISTORIA.
	 03 HT-MONEH		       PIC 9(4) VALUE 0.
	 03 HT-ENTRY OCCURS 5000 TIMES.
	   05 HT-CHESHBON	       PIC 9(10).
	   05 HT-DATE		       PIC X(8).
	   05 HT-KOD		       PIC 9(1).
	   05 HT-SCHOM		       PIC S9(7)V99.
	   05 HT-SOURCE 	       PIC X(10).
	   05 HT-TAARICH-RISHUM        PIC 9(8).
       01 I-HT			       PIC 9(4) VALUE 0.
       01 WS-HT-NIMTZA-SW	       PIC 9 VALUE 0.
	 88 WS-HT-NIMTZA	       VALUE 1.
      *===============================================================*
      * IN-CORE COPY OF KEFEL.SHR.  ST-NUTZAL MARKS AN ENTRY THAT HAS
      * ALREADY LET ONE MOVEMENT PAST THE CHECK THIS RUN; ST-NIKLAT
      * MARKS ONE FOUND AMONG TONIGHT'S POSTED MOVEMENTS, WHICH IS
      * DROPPED WHEN THE FILE IS REWRITTEN.
      *===============================================================*
       01 ST-TAVLAT-SHICHRURIM.
	 03 ST-MONEH		       PIC 9(3) VALUE 0.
	 03 ST-ENTRY OCCURS 500 TIMES.
	   05 ST-REC.
	     07 ST-CHESHBON	       PIC 9(10).
	     07 ST-SHEM 	       PIC X(10).
	     07 ST-TZ		       PIC X(10).
	     07 ST-DATE 	       PIC X(8).
	     07 ST-KOD		       PIC 9(1).
	     07 ST-SCHOM	       PIC S9(7)V99
				 SIGN LEADING SEPARATE.
	     07 ST-SOURCE	       PIC X(10).
	   05 ST-NUTZAL-SW	       PIC 9.
	     88 ST-NUTZAL	       VALUE 1.
	   05 ST-NIKLAT-SW	       PIC 9.
	     88 ST-NIKLAT	       VALUE 1.
       01 I-ST			       PIC 9(3) VALUE 0.
       01 WS-ST-NIMTZA-SW	       PIC 9 VALUE 0.
	 88 WS-ST-NIMTZA	       VALUE 1.
      *===============================================================*
      * IN-CORE COPY OF KEFEL.HLD, WITHOUT THE HOLDS THIS STEP LEFT
      * OPEN FOR TONIGHT'S BUSINESS DATE, SO A RERUN OF THE SAME NIGHT
      * HOLDS EACH MOVEMENT ONCE.  HOLDS ALREADY DECIDED IN SHICHRUR
      * ARE KEPT.
      *===============================================================*
       01 HK-TAVLAT-IKUVIM.
	 03 HK-MONEH		       PIC 9(3) VALUE 0.
	 03 HK-REC OCCURS 500 TIMES
				       PIC X(102).
       01 I-HK			       PIC 9(3) VALUE 0.
      *===============================================================*
       01 SW-SWITCHIM.
	 03 SW-IDKUN		       PIC 9 VALUE 0.
	   88 SW-SOF-IDKUN	       VALUE 9.
	 03 SW-AV-SW		       PIC 9 VALUE 0.
	   88 SW-SOF-AV 	       VALUE 9.
	 03 SW-DL-SW		       PIC 9 VALUE 0.
	   88 SW-SOF-DL 	       VALUE 9.
	 03 SW-MJ-SW		       PIC 9 VALUE 0.
	   88 SW-SOF-MJ 	       VALUE 9.
      *===============================================================*
      * UNATTENDED BATCH STEP: THE AUDIT RECORDS CARRY THIS ID IN
      * PLACE OF A SIGNED-ON OPERATOR.
      *===============================================================*
       01 WS-MAFIL		       PIC X(8) VALUE 'BATCH'.
      *****************************************************************
       PROCEDURE		       DIVISION.
      *****************************************************************
	    PERFORM UZA-ATCHALAT-IDKUN.
	    PERFORM U10-AVODA UNTIL SW-SOF-IDKUN.
	    PERFORM UZZ-SIYOM-IDKUN.
	    PERFORM UK-KTIVAT-HISTORIA.
	    PERFORM UD-DIVUACH-IDKUN.
	    PERFORM UE-KTIVAT-AUDIT.
	    PERFORM UF-KTIVAT-BAKARA.
		   PERFORM UA3-KTIVAT-CHARIGA
		   GO TO UA05-SIYUM.
	    PERFORM UA1-BDIKAT-TAKINUT.
	    MOVE 0 TO WS-IKUV-SW.
	    IF NOT WS-REJECT
		   PERFORM UG-BDIKAT-HISTORIA.
	    IF WS-REJECT
		   PERFORM UA2-KTIVAT-DCHIYA
	    ELSE IF WS-IKUV
		   PERFORM UG2-KTIVAT-IKUV
	    ELSE
		   PERFORM UM3-SHMITAT-AV UNTIL SW-SOF-AV
		    OR KM-CHESHBON NOT = EZ-CHESHBON
	    IF NOT EZ-KOD-TAKIN
		   SET WS-REJECT TO TRUE
		   MOVE 'KOD LO TAKIN' TO WS-REJECT-REASON.
	    IF WS-KO-KAYAM AND EZ-KOD-TAKIN
		   PERFORM UA5-BDIKAT-KIVUN.
	    IF WS-KEFEL
		   SET WS-REJECT TO TRUE
		   MOVE 'CHESHBON KAYAM BE-SHNEI BANKIM'
		     TO WS-REJECT-REASON.
	    IF WS-CB-KAYAM
		   PERFORM UA4-BDIKAT-CHESHBON.
       UA10-EXIT. EXIT.
      *===============================================================*
      * THE MOVEMENT'S CHESHBON MUST BE ON THE ACCOUNT MASTER, OPEN,
      * AND REGISTERED TO THE SAME TZ.  A CLOSED ACCOUNT OUTRANKS A
      * FROZEN ONE, WHICH OUTRANKS A TZ MISMATCH, IN THE REASON GIVEN.
      *===============================================================*
       UA4-BDIKAT-CHESHBON	       SECTION.
      *---------------------------------------------------------------*
       UA40-BDIKAT-CHESHBON.
	    MOVE 0 TO WS-CT-NIMTZA-SW.
	    PERFORM UA41-HASHVAAT-CHESHBON VARYING I-CT FROM 1 BY 1
	     UNTIL I-CT > CT-MONEH OR WS-CT-NIMTZA.
	    IF NOT WS-CT-NIMTZA
		   SET WS-REJECT TO TRUE
		   MOVE 'CHESHBON LO RASHUM BE-AV CHESHBONOT'
		     TO WS-REJECT-REASON
		   GO TO UA40-EXIT.
	    IF CT-TZ(I-CT-NIMTZA) NOT = EZ-TZ
		   SET WS-REJECT TO TRUE
		   MOVE 'TZ EINO TOEM LE-BAAL HA-CHESHBON'
		     TO WS-REJECT-REASON.
	    IF CT-KAFUI(I-CT-NIMTZA)
		   SET WS-REJECT TO TRUE
		   MOVE 'CHESHBON KAFUI' TO WS-REJECT-REASON.
	    IF CT-SAGUR(I-CT-NIMTZA)
		   SET WS-REJECT TO TRUE
		   MOVE 'CHESHBON SAGUR' TO WS-REJECT-REASON.
	    GO TO UA40-EXIT.
      *===============================================================*
       UA41-HASHVAAT-CHESHBON.
	    IF CT-CHESHBON(I-CT) = EZ-CHESHBON
		   SET WS-CT-NIMTZA TO TRUE
		   MOVE I-CT TO I-CT-NIMTZA.
       UA41-END.
       UA40-EXIT. EXIT.
      *===============================================================*
      * THE KOD MUST BE ON THE CHART, AND A CHOVA KOD MAY NOT CARRY A
      * POSITIVE SCHOM NOR A ZCHUT KOD A NEGATIVE ONE.
      *===============================================================*
       UA5-BDIKAT-KIVUN 	       SECTION.
      *---------------------------------------------------------------*
       UA50-BDIKAT-KIVUN.
	    IF NOT TK-YESH(EZ-KOD + 1)
		   SET WS-REJECT TO TRUE
		   MOVE 'KOD LO RASHUM BE-KODIM.DAT' TO WS-REJECT-REASON
		   GO TO UA50-EXIT.
	    IF TK-CHOVA(EZ-KOD + 1) AND EZ-SCHOM > 0
		   SET WS-REJECT TO TRUE
		   MOVE 'SCHOM CHIYUVI BE-KOD CHOVA'
		     TO WS-REJECT-REASON.
	    IF TK-ZCHUT(EZ-KOD + 1) AND EZ-SCHOM < 0
		   SET WS-REJECT TO TRUE
		   MOVE 'SCHOM SHLILI BE-KOD ZCHUT' TO WS-REJECT-REASON.
       UA50-EXIT. EXIT.
      *===============================================================*
      * A MOVEMENT CLAIMING A CHESHBON THE MASTER HOLDS UNDER A
      * DIFFERENT SOURCE BANK IS THE SAME CROSS-BANK COLLISION THE
      * FULL MERGE FLAGS: IT GOES TO KX-BANK AND IS REJECTED, AND
	    WRITE KR-REC.
	    ADD 1 TO WS-REJECT-COUNT.
       UA20-EXIT. EXIT.
      *===============================================================*
      * A VALID MOVEMENT WHOSE CHESHBON, DATE, KOD, SCHOM AND SOURCE
      * ALL MATCH A MOVEMENT POSTED ON AN EARLIER NIGHT IS HELD,
      * UNLESS AN OPERATOR HAS ALREADY RELEASED IT IN SHICHRUR.
      *===============================================================*
       UG-BDIKAT-HISTORIA	       SECTION.
      *---------------------------------------------------------------*
       UG00.
	    IF HT-MONEH = 0
		   GO TO UG-EXIT.
	    MOVE 0 TO WS-HT-NIMTZA-SW.
	    PERFORM UG10-HASHVAAT-HISTORIA VARYING I-HT FROM 1 BY 1
	     UNTIL I-HT > HT-MONEH OR WS-HT-NIMTZA.
	    IF NOT WS-HT-NIMTZA
		   GO TO UG-EXIT.
	    MOVE 0 TO WS-ST-NIMTZA-SW.
	    IF ST-MONEH > 0
		   PERFORM UG20-HASHVAAT-SHICHRUR VARYING I-ST
		    FROM 1 BY 1
		    UNTIL I-ST > ST-MONEH OR WS-ST-NIMTZA.
	    IF WS-ST-NIMTZA
		   ADD 1 TO WS-SHICHRUR-COUNT
	    ELSE
		   SET WS-IKUV TO TRUE.
	    GO TO UG-EXIT.
      *===============================================================*
       UG10-HASHVAAT-HISTORIA.
	    IF HT-CHESHBON(I-HT) = EZ-CHESHBON
	       AND HT-DATE(I-HT) = EZ-DATE
	       AND HT-KOD(I-HT) = EZ-KOD
	       AND HT-SCHOM(I-HT) = EZ-SCHOM
	       AND HT-SOURCE(I-HT) = EZ-SOURCE
		   SET WS-HT-NIMTZA TO TRUE
		   MOVE HT-TAARICH-RISHUM(I-HT) TO WS-TAARICH-KODEM.
       UG10-END.
      *===============================================================*
       UG20-HASHVAAT-SHICHRUR.
	    IF NOT ST-NUTZAL(I-ST)
	       AND ST-CHESHBON(I-ST) = EZ-CHESHBON
	       AND ST-DATE(I-ST) = EZ-DATE
	       AND ST-KOD(I-ST) = EZ-KOD
	       AND ST-SCHOM(I-ST) = EZ-SCHOM
		   SET WS-ST-NIMTZA TO TRUE
		   SET ST-NUTZAL(I-ST) TO TRUE.
       UG20-END.
       UG-EXIT. EXIT.
      *===============================================================*
       UG2-KTIVAT-IKUV		       SECTION.
      *---------------------------------------------------------------*
       UG25-KTIVAT-IKUV.
	    MOVE EZ-CHESHBON TO HL-CHESHBON.
	    MOVE EZ-SHEM TO HL-SHEM.
	    MOVE EZ-TZ TO HL-TZ.
	    MOVE EZ-DATE TO HL-DATE.
	    MOVE EZ-KOD TO HL-KOD.
	    MOVE EZ-SCHOM TO HL-SCHOM.
	    MOVE EZ-SOURCE TO HL-SOURCE.
	    MOVE WS-TAARICH-ESEK TO HL-TAARICH-ESEK.
	    MOVE WS-TAARICH-KODEM TO HL-TAARICH-KODEM.
	    MOVE 'IDKUN' TO HL-SHELEV.
	    MOVE SPACE TO HL-MATZAV.
	    MOVE SPACES TO HL-MAFIL.
	    MOVE 0 TO HL-TAARICH-HACHLATA.
	    WRITE HL-REC.
	    ADD 1 TO WS-IKUV-COUNT.
	    MOVE EZ-SCHOM TO WS-D-SCHOM.
	    MOVE SPACES TO HR-REC.
	    STRING EZ-CHESHBON DELIMITED BY SIZE
	     ' ' DELIMITED BY SIZE
	     EZ-DATE DELIMITED BY SIZE
	     ' ' DELIMITED BY SIZE
	     EZ-KOD DELIMITED BY SIZE
	     WS-D-SCHOM DELIMITED BY SIZE
	     ' ' DELIMITED BY SIZE
	     EZ-SOURCE DELIMITED BY SIZE
	     ' ' DELIMITED BY SIZE
	     WS-TAARICH-KODEM DELIMITED BY SIZE INTO HR-REC.
	    WRITE HR-REC.
       UG25-EXIT. EXIT.
      *===============================================================*
       UG3-KOTERET-IKUV 	       SECTION.
      *---------------------------------------------------------------*
       UG30-KOTERET-IKUV.
	    MOVE SPACES TO HR-REC.
	    STRING 'IDKUN -- TNUOT BE-IKUV KE-KFULOT, TAARICH ESEK '
	     DELIMITED BY SIZE
	     WS-TAARICH-ESEK DELIMITED BY SIZE INTO HR-REC.
	    WRITE HR-REC.
	    MOVE SPACES TO HR-REC.
	    STRING '  CHESHBON DATE     K        SCHOM SOURCE     '
	     DELIMITED BY SIZE
	     'NIRSHAM' DELIMITED BY SIZE INTO HR-REC.
	    WRITE HR-REC.
       UG30-EXIT. EXIT.
      *===============================================================*
      * LOADS THE WINDOW FROM KEFEL.PRM, THE HISTORY OF EARLIER NIGHTS
      * FROM KEFEL.HIS AND THE RELEASED MOVEMENTS FROM KEFEL.SHR.  NO
      * HISTORY YET MEANS NOTHING CAN BE HELD TONIGHT.
      *===============================================================*
       UH-KRIAT-KEFEL		       SECTION.
      *---------------------------------------------------------------*
       UH00.
	    IF WS-TAARICH-ESEK = 0
		   PERFORM UZA2-TAARICH-ESEK.
	    PERFORM UH1-KRIAT-KEFEL-PRM.
	    MOVE WS-TAARICH-ESEK TO WS-MY-TAARICH.
	    PERFORM UJ-MISPAR-YOM.
	    MOVE WS-MY-YAMIM TO WS-ESEK-YAMIM.
	    OPEN INPUT HS-BANK.
	    IF MH-HS-FILE-NOT-FOUND
		   DISPLAY 'IDKUN: AZHARA -- EIN KEFEL.HIS, EIN '
		     'BDIKAT KFULOT BEIN YAMIM'
		   GO TO UH10-SHICHRURIM.
	    IF NOT MH-HS-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING HS-BANK, FILE STATUS = '
		     MH-HS-FILE-STATUS
		   STOP RUN.
	    PERFORM UH2-TEINAT-HISTORIA
	     UNTIL MH-HS-FILE-STATUS NOT = '00'.
	    CLOSE HS-BANK.
       UH10-SHICHRURIM.
	    OPEN INPUT SH-BANK.
	    IF MH-SH-FILE-NOT-FOUND
		   GO TO UH-EXIT.
	    IF NOT MH-SH-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING SH-BANK, FILE STATUS = '
		     MH-SH-FILE-STATUS
		   STOP RUN.
	    PERFORM UH3-TEINAT-SHICHRUR
	     UNTIL MH-SH-FILE-STATUS NOT = '00'.
	    CLOSE SH-BANK.
       UH-EXIT. EXIT.
      *===============================================================*
       UH1-KRIAT-KEFEL-PRM	       SECTION.
      *---------------------------------------------------------------*
       UH15-KRIAT-KEFEL-PRM.
	    OPEN INPUT KP-BANK.
	    IF MH-KP-FILE-NOT-FOUND
		   GO TO UH15-EXIT.
	    IF NOT MH-KP-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING KP-BANK, FILE STATUS = '
		     MH-KP-FILE-STATUS
		   STOP RUN.
	    READ KP-BANK
		   AT END
		     CLOSE KP-BANK
		     GO TO UH15-EXIT.
	    IF KP-YAMIM NUMERIC AND KP-YAMIM > 0
		   MOVE KP-YAMIM TO WS-KEFEL-YAMIM.
	    CLOSE KP-BANK.
       UH15-EXIT. EXIT.
      *===============================================================*
       UH2-TEINAT-HISTORIA	       SECTION.
      *---------------------------------------------------------------*
       UH20-TEINAT-HISTORIA.
	    READ HS-BANK
		   AT END
		     GO TO UH20-EXIT.
	    IF HS-TAARICH-RISHUM = WS-TAARICH-ESEK
		   GO TO UH20-EXIT.
	    MOVE HS-TAARICH-RISHUM TO WS-MY-TAARICH.
	    PERFORM UJ-MISPAR-YOM.
	    IF WS-MY-YAMIM + WS-KEFEL-YAMIM NOT > WS-ESEK-YAMIM
		   GO TO UH20-EXIT.
	    IF HT-MONEH = 5000
		   DISPLAY 'KEFEL.HIS HOLDS MORE THAN 5000 TNUOT, '
		     'ENLARGE HT-TAVLAT-HISTORIA'
		   STOP RUN.
	    ADD 1 TO HT-MONEH.
	    MOVE HS-CHESHBON TO HT-CHESHBON(HT-MONEH).
	    MOVE HS-DATE TO HT-DATE(HT-MONEH).
	    MOVE HS-KOD TO HT-KOD(HT-MONEH).
	    MOVE HS-SCHOM TO HT-SCHOM(HT-MONEH).
	    MOVE HS-SOURCE TO HT-SOURCE(HT-MONEH).
	    MOVE HS-TAARICH-RISHUM TO HT-TAARICH-RISHUM(HT-MONEH).
       UH20-EXIT. EXIT.
      *===============================================================*
       UH3-TEINAT-SHICHRUR	       SECTION.
      *---------------------------------------------------------------*
       UH30-TEINAT-SHICHRUR.
	    READ SH-BANK
		   AT END
		     GO TO UH30-EXIT.
	    IF ST-MONEH = 500
		   DISPLAY 'KEFEL.SHR HOLDS MORE THAN 500 TNUOT, '
		     'ENLARGE ST-TAVLAT-SHICHRURIM'
		   STOP RUN.
	    ADD 1 TO ST-MONEH.
	    MOVE SH-REC TO ST-REC(ST-MONEH).
	    MOVE 0 TO ST-NUTZAL-SW(ST-MONEH).
	    MOVE 0 TO ST-NIKLAT-SW(ST-MONEH).
       UH30-EXIT. EXIT.
      *===============================================================*
      * LOADS KEFEL.HLD BEFORE THE RUN REWRITES IT.  NO FILE YET MEANS
      * NOTHING TO CARRY FORWARD.
      *===============================================================*
       UL-KRIAT-IKUVIM		       SECTION.
      *---------------------------------------------------------------*
       UL00.
	    OPEN INPUT HL-BANK.
	    IF MH-HL-FILE-NOT-FOUND
		   GO TO UL-EXIT.
	    IF NOT MH-HL-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING HL-BANK, FILE STATUS = '
		     MH-HL-FILE-STATUS
		   STOP RUN.
	    PERFORM UL1-TEINAT-IKUV
	     UNTIL MH-HL-FILE-STATUS NOT = '00'.
	    CLOSE HL-BANK.
       UL-EXIT. EXIT.
      *===============================================================*
       UL1-TEINAT-IKUV		       SECTION.
      *---------------------------------------------------------------*
       UL10-TEINAT-IKUV.
	    READ HL-BANK
		   AT END
		     GO TO UL10-EXIT.
	    IF HL-TAARICH-ESEK = WS-TAARICH-ESEK
	       AND HL-SHELEV = 'IDKUN'
	       AND HL-MATZAV = SPACE
		   GO TO UL10-EXIT.
	    IF HK-MONEH = 500
		   DISPLAY 'KEFEL.HLD HOLDS MORE THAN 500 TNUOT, '
		     'ENLARGE HK-TAVLAT-IKUVIM'
		   STOP RUN.
	    ADD 1 TO HK-MONEH.
	    MOVE HL-REC TO HK-REC(HK-MONEH).
       UL10-EXIT. EXIT.
      *===============================================================*
       UL2-HAATAKAT-IKUV	       SECTION.
      *---------------------------------------------------------------*
       UL20-HAATAKAT-IKUV.
	    MOVE HK-REC(I-HK) TO HL-REC.
	    WRITE HL-REC.
       UL20-EXIT. EXIT.
      *===============================================================*
      * WS-MY-TAARICH IN, WS-MY-YAMIM OUT.  EACH DIVIDE DROPS ITS
      * REMAINDER, WHICH IS WHAT COUNTS THE LEAP DAYS.
      *===============================================================*
       UJ-MISPAR-YOM		       SECTION.
      *---------------------------------------------------------------*
       UJ00.
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
       UJ-EXIT. EXIT.
      *===============================================================*
      * REWRITES KEFEL.HIS AS THE EARLIER NIGHTS STILL INSIDE THE
      * WINDOW PLUS EVERY MOVEMENT POSTED TONIGHT -- THE 'A' RECORDS
      * OF THE DELTA -- DATED WITH TONIGHT'S BUSINESS DATE.  THE
      * RELEASED MOVEMENTS FOUND AMONG THEM ARE THEN DROPPED FROM
      * KEFEL.SHR.
      *===============================================================*
       UK-KTIVAT-HISTORIA	       SECTION.
      *---------------------------------------------------------------*
       UK00.
	    OPEN OUTPUT HS-BANK.
	    IF NOT MH-HS-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING HS-BANK, FILE STATUS = '
		     MH-HS-FILE-STATUS
		   STOP RUN.
	    PERFORM UK1-HAATAKAT-HISTORIA VARYING I-HT FROM 1 BY 1
	     UNTIL I-HT > HT-MONEH.
	    OPEN INPUT DL-BANK.
	    IF NOT MH-DL-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING DL-BANK, FILE STATUS = '
		     MH-DL-FILE-STATUS
		   STOP RUN.
	    PERFORM UK2-RISHUM-TNUA UNTIL SW-SOF-DL.
	    CLOSE DL-BANK.
	    CLOSE HS-BANK.
	    OPEN OUTPUT SH-BANK.
	    IF NOT MH-SH-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING SH-BANK, FILE STATUS = '
		     MH-SH-FILE-STATUS
		   STOP RUN.
	    PERFORM UK3-KTIVAT-SHICHRUR VARYING I-ST FROM 1 BY 1
	     UNTIL I-ST > ST-MONEH.
	    CLOSE SH-BANK.
       UK-EXIT. EXIT.
      *===============================================================*
       UK1-HAATAKAT-HISTORIA	       SECTION.
      *---------------------------------------------------------------*
       UK10-HAATAKAT-HISTORIA.
	    MOVE HT-CHESHBON(I-HT) TO HS-CHESHBON.
	    MOVE HT-DATE(I-HT) TO HS-DATE.
	    MOVE HT-KOD(I-HT) TO HS-KOD.
	    MOVE HT-SCHOM(I-HT) TO HS-SCHOM.
	    MOVE HT-SOURCE(I-HT) TO HS-SOURCE.
	    MOVE HT-TAARICH-RISHUM(I-HT) TO HS-TAARICH-RISHUM.
	    WRITE HS-REC.
	    ADD 1 TO WS-HS-WRITE-COUNT.
       UK10-EXIT. EXIT.
      *===============================================================*
       UK2-RISHUM-TNUA		       SECTION.
      *---------------------------------------------------------------*
       UK20-RISHUM-TNUA.
	    READ DL-BANK
		   AT END
		     MOVE 9 TO SW-DL-SW
		     GO TO UK20-EXIT.
	    IF DL-PEULA NOT = 'A'
		   GO TO UK20-EXIT.
	    MOVE DL-CHESHBON TO HS-CHESHBON.
	    MOVE DL-DATE TO HS-DATE.
	    MOVE DL-KOD TO HS-KOD.
	    MOVE DL-SCHOM TO HS-SCHOM.
	    MOVE DL-SOURCE TO HS-SOURCE.
	    MOVE WS-TAARICH-ESEK TO HS-TAARICH-RISHUM.
	    WRITE HS-REC.
	    ADD 1 TO WS-HS-WRITE-COUNT.
	    MOVE 0 TO WS-ST-NIMTZA-SW.
	    IF ST-MONEH > 0
		   PERFORM UK21-HASHVAAT-SHICHRUR VARYING I-ST
		    FROM 1 BY 1
		    UNTIL I-ST > ST-MONEH OR WS-ST-NIMTZA.
	    GO TO UK20-EXIT.
      *===============================================================*
       UK21-HASHVAAT-SHICHRUR.
	    IF NOT ST-NIKLAT(I-ST)
	       AND ST-CHESHBON(I-ST) = DL-CHESHBON
	       AND ST-DATE(I-ST) = DL-DATE
	       AND ST-KOD(I-ST) = DL-KOD
	       AND ST-SCHOM(I-ST) = DL-SCHOM
		   SET WS-ST-NIMTZA TO TRUE
		   SET ST-NIKLAT(I-ST) TO TRUE.
       UK21-END.
       UK20-EXIT. EXIT.
      *===============================================================*
       UK3-KTIVAT-SHICHRUR	       SECTION.
      *---------------------------------------------------------------*
       UK30-KTIVAT-SHICHRUR.
	    IF NOT ST-NIKLAT(I-ST)
		   MOVE ST-REC(I-ST) TO SH-REC
		   WRITE SH-REC.
       UK30-EXIT. EXIT.
      *===============================================================*
       UB-KRIAT-TORAN		       SECTION.
      *---------------------------------------------------------------*
	     WS-D-COUNT DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    DISPLAY DO-REC.
	    MOVE WS-IKUV-COUNT TO WS-D-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING 'RECORDS HELD TO KEFEL.HLD ..... ' DELIMITED BY SIZE
	     WS-D-COUNT DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    DISPLAY DO-REC.
	    MOVE WS-SHICHRUR-COUNT TO WS-D-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING 'RELEASED REPEATS POSTED ....... ' DELIMITED BY SIZE
	     WS-D-COUNT DELIMITED BY SIZE INTO DO-REC.
	    WRITE DO-REC.
	    DISPLAY DO-REC.
	    MOVE SPACES TO DO-REC.
	    WRITE DO-REC.
	    DISPLAY DO-REC.
	    STRING 'IDKUN RUN ' DELIMITED BY SIZE
	     WS-AUDIT-RUN-DATE DELIMITED BY SIZE
	     ' ' DELIMITED BY SIZE
	     WS-AUDIT-RUN-TIME DELIMITED BY SIZE INTO AT-SHURA.
	    MOVE WS-MAFIL TO AT-MAFIL.
	    WRITE AT-REC.
	    PERFORM UE1-DFUS-BANK VARYING I-INDEX FROM 1 BY 1
	     UNTIL I-INDEX > WS-BANK-COUNT.
	    MOVE WS-REJECT-COUNT TO WS-AUDIT-D-COUNT.
	    MOVE SPACES TO AT-REC.
	    STRING '   REJECTED TO KR-BANK ....... ' DELIMITED BY SIZE
	     WS-AUDIT-D-COUNT DELIMITED BY SIZE INTO AT-SHURA.
	    MOVE WS-MAFIL TO AT-MAFIL.
	    WRITE AT-REC.
	    MOVE WS-IKUV-COUNT TO WS-AUDIT-D-COUNT.
	    MOVE SPACES TO AT-REC.
	    STRING '   HELD TO KEFEL.HLD ......... ' DELIMITED BY SIZE
	     WS-AUDIT-D-COUNT DELIMITED BY SIZE INTO AT-SHURA.
	    MOVE WS-MAFIL TO AT-MAFIL.
	    WRITE AT-REC.
	    MOVE WS-CHESHBON-LOW TO WS-AUDIT-D-CHESHBON.
	    MOVE SPACES TO AT-REC.
	    STRING '   LOW CHESHBON INTO KN-BANK ... ' DELIMITED BY SIZE
	     WS-AUDIT-D-CHESHBON DELIMITED BY SIZE INTO AT-SHURA.
	    MOVE WS-MAFIL TO AT-MAFIL.
	    WRITE AT-REC.
	    MOVE WS-CHESHBON-HIGH TO WS-AUDIT-D-CHESHBON.
	    MOVE SPACES TO AT-REC.
	    STRING '   HIGH CHESHBON INTO KN-BANK .. ' DELIMITED BY SIZE
	     WS-AUDIT-D-CHESHBON DELIMITED BY SIZE INTO AT-SHURA.
	    MOVE WS-MAFIL TO AT-MAFIL.
	    WRITE AT-REC.
	    CLOSE AT-BANK.
       UE-EXIT. EXIT.
	    STRING '   READ FROM ' DELIMITED BY SIZE
	     WS-BANK-NAME(I-INDEX) DELIMITED BY SPACE
	     ' ..... ' DELIMITED BY SIZE
	     WS-AUDIT-D-COUNT DELIMITED BY SIZE INTO AT-SHURA.
	    MOVE WS-MAFIL TO AT-MAFIL.
	    WRITE AT-REC.
       UE10-EXIT. EXIT.
      *===============================================================*
	    PERFORM UZA1-KRIAT-PARAMETRIM.
	    PERFORM UZB-KRIAT-BANKIM.
	    PERFORM UZC-BDIKAT-BANKIM.
	    PERFORM UZD-KRIAT-CHESHBONOT.
	    PERFORM UZE-KRIAT-KODIM.
	    PERFORM UH-KRIAT-KEFEL.
	    OPEN INPUT KA-BANK.
	    IF NOT MH-KA-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING KA-BANK, FILE STATUS = '
		   DISPLAY 'ERROR OPENING KR-BANK, FILE STATUS = '
		     MH-KR-FILE-STATUS
		   STOP RUN.
	    PERFORM UL-KRIAT-IKUVIM.
	    OPEN OUTPUT HL-BANK.
	    IF NOT MH-HL-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING HL-BANK, FILE STATUS = '
		     MH-HL-FILE-STATUS
		   STOP RUN.
	    PERFORM UL2-HAATAKAT-IKUV VARYING I-HK FROM 1 BY 1
	     UNTIL I-HK > HK-MONEH.
	    OPEN OUTPUT HR-BANK.
	    IF NOT MH-HR-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING HR-BANK, FILE STATUS = '
		     MH-HR-FILE-STATUS
		   STOP RUN.
	    PERFORM UG3-KOTERET-IKUV.
	    PERFORM UM1-KRIAT-AV.
	    PERFORM UB-KRIAT-TORAN VARYING I-TORAN FROM 1 BY 1 UNTIL
	     I-TORAN > WS-BANK-COUNT.
		   MOVE PM-KM-FILE TO WS-KM-FILE-NAME.
	    IF PM-KN-FILE NOT = SPACES
		   MOVE PM-KN-FILE TO WS-KN-FILE-NAME.
	    IF PM-TAARICH-ESEK NUMERIC
		   MOVE PM-TAARICH-ESEK TO WS-TAARICH-ESEK.
	    CLOSE PM-BANK.
       UZA05-EXIT. EXIT.
      *===============================================================*
      * NO DATE IN IDKUN.PRM: THE NIGHT STILL OPEN ON MASLUL.JRN (THE
      * FIRST STEP AFTER THE LAST COMPLETE NIGHT), ELSE TODAY.
      *===============================================================*
       UZA2-TAARICH-ESEK	       SECTION.
      *---------------------------------------------------------------*
       UZA20-TAARICH-ESEK.
	    OPEN INPUT MJ-BANK.
	    IF MH-MJ-FILE-STATUS-TAKIN
		   PERFORM UZA3-TEINAT-YOMAN UNTIL SW-SOF-MJ
		   CLOSE MJ-BANK
	    ELSE IF NOT MH-MJ-FILE-NOT-FOUND
		   DISPLAY 'ERROR OPENING MJ-BANK, FILE STATUS = '
		     MH-MJ-FILE-STATUS
		   STOP RUN
	    END-IF.
	    IF WS-ESEK-YOMAN NOT = 0
		   MOVE WS-ESEK-YOMAN TO WS-TAARICH-ESEK
	    ELSE
		   MOVE WS-AUDIT-RUN-DATE TO WS-TAARICH-ESEK
	    END-IF.
       UZA20-EXIT. EXIT.
      *===============================================================*
       UZA3-TEINAT-YOMAN	       SECTION.
      *---------------------------------------------------------------*
       UZA25-TEINAT-YOMAN.
	    READ MJ-BANK
		   AT END
		     MOVE 9 TO SW-MJ-SW
		     GO TO UZA25-EXIT.
	    IF MJ-SHELEV = 'MASLUL'
	       AND MJ-MATZAV = 'COMPLETE'
		   MOVE 0 TO WS-ESEK-YOMAN
		   GO TO UZA25-EXIT.
	    IF WS-ESEK-YOMAN = 0
		   MOVE MJ-DATE TO WS-ESEK-YOMAN.
       UZA25-EXIT. EXIT.
      *===============================================================*
       UZB-KRIAT-BANKIM 	       SECTION.
      *---------------------------------------------------------------*
		   MOVE I-BN TO I-BN-NIMTZA.
       UZC06-END.
       UZC05-EXIT. EXIT.
      *===============================================================*
       UZD-KRIAT-CHESHBONOT	       SECTION.
      *---------------------------------------------------------------*
       UZD00.
	    OPEN INPUT CB-BANK.
	    IF MH-CB-FILE-NOT-FOUND
		   DISPLAY 'IDKUN: AZHARA -- EIN CHESHBON.DAT, '
		     'EIN BDIKAT CHESHBONOT'
		   GO TO UZD-EXIT.
	    IF NOT MH-CB-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING CB-BANK, FILE STATUS = '
		     MH-CB-FILE-STATUS
		   STOP RUN.
	    SET WS-CB-KAYAM TO TRUE.
	    PERFORM UZD1-TEINAT-CHESHBON
	     UNTIL MH-CB-FILE-STATUS NOT = '00'.
	    CLOSE CB-BANK.
       UZD-EXIT. EXIT.
      *===============================================================*
       UZD1-TEINAT-CHESHBON	       SECTION.
      *---------------------------------------------------------------*
       UZD10-TEINAT-CHESHBON.
	    READ CB-BANK
		   AT END
		     GO TO UZD10-EXIT.
	    IF CT-MONEH = 3000
		   DISPLAY 'CHESHBON.DAT HOLDS MORE THAN 3000 '
		     'CHESHBONOT, ENLARGE CT-TAVLAT-CHESHBONOT'
		   STOP RUN.
	    ADD 1 TO CT-MONEH.
	    MOVE CB-CHESHBON TO CT-CHESHBON(CT-MONEH).
	    MOVE CB-TZ TO CT-TZ(CT-MONEH).
	    MOVE CB-MATZAV TO CT-MATZAV(CT-MONEH).
       UZD10-EXIT. EXIT.
      *===============================================================*
       UZE-KRIAT-KODIM		       SECTION.
      *---------------------------------------------------------------*
       UZE00.
	    OPEN INPUT KO-BANK.
	    IF MH-KO-FILE-NOT-FOUND
		   DISPLAY 'IDKUN: AZHARA -- EIN KODIM.DAT, '
		     'EIN BDIKAT KIVUN'
		   GO TO UZE-EXIT.
	    IF NOT MH-KO-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING KO-BANK, FILE STATUS = '
		     MH-KO-FILE-STATUS
		   STOP RUN.
	    SET WS-KO-KAYAM TO TRUE.
	    PERFORM UZE1-TEINAT-KOD
	     UNTIL MH-KO-FILE-STATUS NOT = '00'.
	    CLOSE KO-BANK.
       UZE-EXIT. EXIT.
      *===============================================================*
       UZE1-TEINAT-KOD		       SECTION.
      *---------------------------------------------------------------*
       UZE10-TEINAT-KOD.
	    READ KO-BANK
		   AT END
		     GO TO UZE10-EXIT.
	    IF KO-KOD NOT NUMERIC
		   DISPLAY 'IDKUN: *** SHURA PSULA BE-KODIM.DAT: '
		     KO-REC
		   STOP RUN.
	    MOVE 1 TO TK-YESH-SW(KO-KOD + 1).
	    MOVE KO-KIVUN TO TK-KIVUN(KO-KOD + 1).
       UZE10-EXIT. EXIT.
      *===============================================================*
       UZZ-SIYOM-IDKUN		       SECTION.
      *---------------------------------------------------------------*
	    CLOSE DL-BANK.
	    CLOSE KX-BANK.
	    CLOSE KR-BANK.
	    CLOSE HL-BANK.
	    CLOSE HR-BANK.
       UZZ-EXIT. EXIT.
      *===============================================================*
