	     ASSIGN TO DISK
	     FILE STATUS IS MH-BC-FILE-STATUS
	     ORGANIZATION IS LINE SEQUENTIAL.
      *===============================================================*
	    SELECT CB-BANK
	     ASSIGN TO DISK
	     FILE STATUS IS MH-CB-FILE-STATUS
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
      *****************************************************************
       DATA			       DIVISION.
      *****************************************************************
	 03 CK-REJECT-COUNT	       PIC 9(7).
	 03 CK-DILUG-COUNT	       PIC 9(7).
	 03 CK-RSB-CARRY-COUNT	       PIC 9(7).
	 03 CK-IKUV-COUNT	       PIC 9(7).
      *===============================================================*
       FD DO-BANK
	   VALUE OF FILE-ID 'A:MIZUG.RPT'
	 03 KT-MATZAV		       PIC X(1).
	   88 KT-MUCHAN 	       VALUE 'R'.
	 03 KT-REASON		       PIC X(50).
	 03 KT-MAFIL		       PIC X(8).
      *===============================================================*
       FD AT-BANK
	   VALUE OF FILE-ID 'A:MIZUG.AUD'
	   LABEL RECORD STANDARD.
       01 AT-REC.
	 03 AT-SHURA		       PIC X(80).
	 03 AT-MAFIL		       PIC X(8).
      *===============================================================*
      * THE RUN PARAMETERS MASLUL WRITES.  PM-RAW-FILE NAMES THE RAW
      * FILE EACH SORTED BANK FILE CAME FROM.
      *===============================================================*
       FD PM-BANK
	   VALUE OF FILE-ID 'A:MIZUG.PRM'
	 03 PM-KD-FILE		       PIC X(40).
	 03 PM-KE-FILE		       PIC X(40).
	 03 PM-KM-FILE		       PIC X(40).
	 03 PM-TAARICH-ESEK	       PIC 9(8).
	 03 PM-RAW-FILE OCCURS 5 TIMES
				       PIC X(40).
      *===============================================================*
      * THE COLLISION RESOLUTION REGISTRY WRITTEN BY HACHRAA.  EVERY
      * CHESHBON LISTED HERE HAS AN OPERATOR DECISION ON RECORD, SO
	 03 RS-PEULA		       PIC X(1).
	 03 RS-SOURCE		       PIC X(10).
	 03 RS-CHESHBON-CHADASH        PIC 9(10).
	 03 RS-TAARICH		       PIC 9(8).
	 03 RS-SHAA		       PIC 9(8).
	 03 RS-MAFIL		       PIC X(8).
      *===============================================================*
      * THE BANK REGISTRY: ONE LINE PER SOURCE BANK -- THE STREAM NAME
      * AS IT APPEARS IN KM-SOURCE, THE FULL INSTITUTION NAME, THE
	 03 BC-OUT-COUNT	       PIC 9(7).
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
      * KEEPS THE DEFAULT IN WS-KEFEL-YAMIM.  SHARED WITH IDKUN.
      *===============================================================*
       FD KP-BANK
	   VALUE OF FILE-ID 'A:KEFEL.PRM'
	   LABEL RECORD STANDARD.
       01 KP-REC.
	 03 KP-YAMIM		       PIC 9(3).
      *===============================================================*
      * THE FINGERPRINT OF EVERY MOVEMENT POSTED INSIDE THE WINDOW --
      * CHESHBON, DATE, KOD, SCHOM AND SOURCE BANK -- WITH THE
      * BUSINESS DATE IT WAS POSTED.  SHARED WITH IDKUN AND REWRITTEN
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
      * EARLIER NIGHT IS WRITTEN HERE INSTEAD OF TO KM-BANK, WITH THE
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
      * AND THE MERGE; FORMAT READS IT HERE TO GIVE THEM BACK THEIR
      * SOURCE AND LET THEM PAST THE CHECK, AND AT THE END REWRITES IT
      * WITHOUT THE ONES POSTED TONIGHT.
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
       WORKING-STORAGE		       SECTION.
      *---------------------------------------------------------------*
	 03 MH-BC-FILE-STATUS	       PIC X(2).
	   88 MH-BC-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-BC-FILE-NOT-FOUND     VALUE '35'.
	 03 MH-CB-FILE-STATUS	       PIC X(2).
	   88 MH-CB-FILE-STATUS-TAKIN  VALUE '00'.
	   88 MH-CB-FILE-NOT-FOUND     VALUE '35'.
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
      * WS-BANK-COUNT-MAX IS THE NUMBER OF BRANCH BANK FILES BUILT INTO
      * THIS COPY OF FORMAT (KA-BANK THRU KE-BANK).  WS-BANK-COUNT IS
      * HOW MANY OF THOSE ARE ACTUALLY ACTIVE FOR THIS RUN.
       01 WS-BANK-NAME-TABLE REDEFINES WS-BANK-NAME-INIT.
	 03 WS-BANK-NAME OCCURS 6 TIMES
			       PIC X(10).
      *===============================================================*
      * THE RAW FILES MADE IN THE SHOP RATHER THAN SENT BY A BANK --
      * THE SAME LIST MASLUL KEEPS.  WS-TORAN-PNIMI-SW GIVES, FOR EACH
      * SLOT, THE ENTRY ITS RAW FILE MATCHED, OR 0 FOR A BANK'S OWN.
      *===============================================================*
       01 WS-KVATZIM-PNIMIYIM-INIT.
	 03 FILLER		       PIC X(40) VALUE 'A:YITZUR.DAT'.
	 03 FILLER		       PIC X(40) VALUE 'A:RIBIT.DAT'.
	 03 FILLER		       PIC X(40) VALUE 'A:KEFEL.SHR'.
       01 WS-KVATZIM-PNIMIYIM REDEFINES WS-KVATZIM-PNIMIYIM-INIT.
	 03 WS-KOVETZ-PNIMI OCCURS 3 TIMES
			       PIC X(40).
       01 I-PN			       PIC 9(1) VALUE 0.
       01 WS-TORAN-PNIMI-TABLE.
	 03 WS-TORAN-PNIMI-SW OCCURS 6 TIMES
				       PIC 9 VALUE 0.
	   88 WS-TORAN-PNIMI	       VALUES 1 THRU 3.
	   88 WS-TORAN-SHICHRUR        VALUE 3.
      *===============================================================*
       01 WS-MONIM-MIZUG.
	 03 WS-BANK-READ-COUNT OCCURS 6 TIMES
	 03 WS-REJECT-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-DILUG-COUNT	       PIC 9(7) VALUE 0.
	 03 WS-RSB-CARRY-COUNT	       PIC 9(7) VALUE 0.
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
      * BUSINESS DATE OF THE RUN (FROM MIZUG.PRM, ELSE THE MACHINE
      * DATE) AND DATES TONIGHT'S ENTRIES IN KEFEL.HIS; AN ENTRY IS
      * REMEMBERED FOR WS-KEFEL-YAMIM CALENDAR DAYS AFTER IT WAS
      * POSTED.  WS-TAARICH-KODEM IS THE NIGHT OF THE POSTING A HELD
      * MOVEMENT REPEATS.
      *===============================================================*
       01 WS-KEFEL-SADOT.
	 03 WS-TAARICH-ESEK	       PIC 9(8) VALUE 0.
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
      * IN-CORE COPY OF KEFEL.HLD ON A FRESH RUN, WITHOUT THE HOLDS
      * THIS STEP LEFT OPEN FOR TONIGHT'S BUSINESS DATE, SO A RERUN OF
      * THE SAME NIGHT HOLDS EACH MOVEMENT ONCE.  HOLDS ALREADY DECIDED
      * IN SHICHRUR ARE KEPT.
      *===============================================================*
       01 HK-TAVLAT-IKUVIM.
	 03 HK-MONEH		       PIC 9(3) VALUE 0.
	 03 HK-REC OCCURS 500 TIMES
				       PIC X(102).
       01 I-HK			       PIC 9(3) VALUE 0.
      *===============================================================*
       01 SW-SWITCHIM.
	 03 SW-MIZUG		       PIC 9 VALUE 0.
	   88 SW-SOF-MIZUG	       VALUE 9.
	 03 SW-KM-SW		       PIC 9 VALUE 0.
	   88 SW-SOF-KM 	       VALUE 9.
      *===============================================================*
      * UNATTENDED BATCH STEP: THE AUDIT RECORDS CARRY THIS ID IN
      * PLACE OF A SIGNED-ON OPERATOR.
      *===============================================================*
       01 WS-MAFIL		       PIC X(8) VALUE 'BATCH'.
      *****************************************************************
       PROCEDURE		       DIVISION.
      *****************************************************************
	    PERFORM DZA-ATCHALAT-MIZUG.
	    PERFORM D10-AVODA UNTIL SW-SOF-MIZUG.
	    PERFORM DZZ-SIYOM-MIZUG.
	    PERFORM DK-KTIVAT-HISTORIA.
	    PERFORM DD-DIVUACH-MIZUG.
	    PERFORM DE-KTIVAT-AUDIT.
	    PERFORM DF-KTIVAT-BAKARA.
		   ADD 1 TO WS-DILUG-COUNT
		   GO TO DA05-SIYUM.
	    PERFORM DA1-BDIKAT-TAKINUT.
	    MOVE 0 TO WS-IKUV-SW.
	    IF NOT WS-REJECT
		   PERFORM DG-BDIKAT-HISTORIA.
	    IF WS-REJECT
		   PERFORM DA2-KTIVAT-DCHIYA
	    ELSE IF WS-IKUV
		   PERFORM DG2-KTIVAT-IKUV
	    ELSE
		   MOVE EZ-CHESHBON TO KM-CHESHBON
		   MOVE EZ-SHEM TO KM-SHEM
	    IF NOT EZ-KOD-TAKIN
		   SET WS-REJECT TO TRUE
		   MOVE 'KOD LO TAKIN' TO WS-REJECT-REASON.
	    IF WS-KO-KAYAM AND EZ-KOD-TAKIN
		   PERFORM DA4-BDIKAT-KIVUN.
	    IF WS-KEFEL
		   SET WS-REJECT TO TRUE
		   MOVE 'CHESHBON KAYAM BE-SHNEI BANKIM'
		     TO WS-REJECT-REASON.
	    IF WS-CB-KAYAM AND NOT WS-REJECT
		   PERFORM DA3-BDIKAT-CHESHBON.
       DA10-EXIT. EXIT.
      *===============================================================*
      * THE MOVEMENT'S CHESHBON MUST BE ON THE ACCOUNT MASTER, OPEN,
      * AND REGISTERED TO THE SAME TZ.  A CLOSED ACCOUNT OUTRANKS A
      * FROZEN ONE, WHICH OUTRANKS A TZ MISMATCH, IN THE REASON GIVEN.
      * A MOVEMENT ALREADY REJECTED ABOVE KEEPS THE REASON GIVEN THERE
      * AND IS NOT LOOKED UP.
      *===============================================================*
       DA3-BDIKAT-CHESHBON	       SECTION.
      *---------------------------------------------------------------*
       DA30-BDIKAT-CHESHBON.
	    MOVE 0 TO WS-CT-NIMTZA-SW.
	    PERFORM DA31-HASHVAAT-CHESHBON VARYING I-CT FROM 1 BY 1
	     UNTIL I-CT > CT-MONEH OR WS-CT-NIMTZA.
	    IF NOT WS-CT-NIMTZA
		   SET WS-REJECT TO TRUE
		   MOVE 'CHESHBON LO RASHUM BE-AV CHESHBONOT'
		     TO WS-REJECT-REASON
		   GO TO DA30-EXIT.
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
	    GO TO DA30-EXIT.
      *===============================================================*
       DA31-HASHVAAT-CHESHBON.
	    IF CT-CHESHBON(I-CT) = EZ-CHESHBON
		   SET WS-CT-NIMTZA TO TRUE
		   MOVE I-CT TO I-CT-NIMTZA.
       DA31-END.
       DA30-EXIT. EXIT.
      *===============================================================*
      * THE KOD MUST BE ON THE CHART, AND A CHOVA KOD MAY NOT CARRY A
      * POSITIVE SCHOM NOR A ZCHUT KOD A NEGATIVE ONE.
      *===============================================================*
       DA4-BDIKAT-KIVUN 	       SECTION.
      *---------------------------------------------------------------*
       DA40-BDIKAT-KIVUN.
	    IF NOT TK-YESH(EZ-KOD + 1)
		   SET WS-REJECT TO TRUE
		   MOVE 'KOD LO RASHUM BE-KODIM.DAT' TO WS-REJECT-REASON
		   GO TO DA40-EXIT.
	    IF TK-CHOVA(EZ-KOD + 1) AND EZ-SCHOM > 0
		   SET WS-REJECT TO TRUE
		   MOVE 'SCHOM CHIYUVI BE-KOD CHOVA'
		     TO WS-REJECT-REASON.
	    IF TK-ZCHUT(EZ-KOD + 1) AND EZ-SCHOM < 0
		   SET WS-REJECT TO TRUE
		   MOVE 'SCHOM SHLILI BE-KOD ZCHUT' TO WS-REJECT-REASON.
       DA40-EXIT. EXIT.
      *===============================================================*
       DA2-KTIVAT-DCHIYA	       SECTION.
      *---------------------------------------------------------------*
	    WRITE KR-REC.
	    ADD 1 TO WS-REJECT-COUNT.
       DA20-EXIT. EXIT.
      *===============================================================*
      * A VALID MOVEMENT WHOSE CHESHBON, DATE, KOD, SCHOM AND SOURCE
      * ALL MATCH A MOVEMENT POSTED ON AN EARLIER NIGHT IS HELD,
      * UNLESS AN OPERATOR HAS ALREADY RELEASED IT IN SHICHRUR.
      *===============================================================*
       DG-BDIKAT-HISTORIA	       SECTION.
      *---------------------------------------------------------------*
       DG00.
	    IF HT-MONEH = 0
		   GO TO DG-EXIT.
	    MOVE 0 TO WS-HT-NIMTZA-SW.
	    PERFORM DG10-HASHVAAT-HISTORIA VARYING I-HT FROM 1 BY 1
	     UNTIL I-HT > HT-MONEH OR WS-HT-NIMTZA.
	    IF NOT WS-HT-NIMTZA
		   GO TO DG-EXIT.
	    MOVE 0 TO WS-ST-NIMTZA-SW.
	    IF ST-MONEH > 0
		   PERFORM DG20-HASHVAAT-SHICHRUR VARYING I-ST
		    FROM 1 BY 1
		    UNTIL I-ST > ST-MONEH OR WS-ST-NIMTZA.
	    IF WS-ST-NIMTZA
		   ADD 1 TO WS-SHICHRUR-COUNT
	    ELSE
		   SET WS-IKUV TO TRUE.
	    GO TO DG-EXIT.
      *===============================================================*
       DG10-HASHVAAT-HISTORIA.
	    IF HT-CHESHBON(I-HT) = EZ-CHESHBON
	       AND HT-DATE(I-HT) = EZ-DATE
	       AND HT-KOD(I-HT) = EZ-KOD
	       AND HT-SCHOM(I-HT) = EZ-SCHOM
	       AND HT-SOURCE(I-HT) = EZ-SOURCE
		   SET WS-HT-NIMTZA TO TRUE
		   MOVE HT-TAARICH-RISHUM(I-HT) TO WS-TAARICH-KODEM.
       DG10-END.
      *===============================================================*
       DG20-HASHVAAT-SHICHRUR.
	    IF NOT ST-NUTZAL(I-ST)
	       AND ST-CHESHBON(I-ST) = EZ-CHESHBON
	       AND ST-DATE(I-ST) = EZ-DATE
	       AND ST-KOD(I-ST) = EZ-KOD
	       AND ST-SCHOM(I-ST) = EZ-SCHOM
		   SET WS-ST-NIMTZA TO TRUE
		   SET ST-NUTZAL(I-ST) TO TRUE.
       DG20-END.
       DG-EXIT. EXIT.
      *===============================================================*
       DG2-KTIVAT-IKUV		       SECTION.
      *---------------------------------------------------------------*
       DG25-KTIVAT-IKUV.
	    MOVE EZ-CHESHBON TO HL-CHESHBON.
	    MOVE EZ-SHEM TO HL-SHEM.
	    MOVE EZ-TZ TO HL-TZ.
	    MOVE EZ-DATE TO HL-DATE.
	    MOVE EZ-KOD TO HL-KOD.
	    MOVE EZ-SCHOM TO HL-SCHOM.
	    MOVE EZ-SOURCE TO HL-SOURCE.
	    MOVE WS-TAARICH-ESEK TO HL-TAARICH-ESEK.
	    MOVE WS-TAARICH-KODEM TO HL-TAARICH-KODEM.
	    MOVE 'FORMAT' TO HL-SHELEV.
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
       DG25-EXIT. EXIT.
      *===============================================================*
       DG3-KOTERET-IKUV 	       SECTION.
      *---------------------------------------------------------------*
       DG30-KOTERET-IKUV.
	    MOVE SPACES TO HR-REC.
	    STRING 'FORMAT -- TNUOT BE-IKUV KE-KFULOT, TAARICH ESEK '
	     DELIMITED BY SIZE
	     WS-TAARICH-ESEK DELIMITED BY SIZE INTO HR-REC.
	    WRITE HR-REC.
	    MOVE SPACES TO HR-REC.
	    STRING '  CHESHBON DATE     K        SCHOM SOURCE     '
	     DELIMITED BY SIZE
	     'NIRSHAM' DELIMITED BY SIZE INTO HR-REC.
	    WRITE HR-REC.
       DG30-EXIT. EXIT.
      *===============================================================*
      * LOADS THE WINDOW FROM KEFEL.PRM, THE HISTORY OF EARLIER NIGHTS
      * FROM KEFEL.HIS AND THE RELEASED MOVEMENTS FROM KEFEL.SHR.  NO
      * HISTORY YET MEANS NOTHING CAN BE HELD TONIGHT.
      *===============================================================*
       DH-KRIAT-KEFEL		       SECTION.
      *---------------------------------------------------------------*
       DH00.
	    IF WS-TAARICH-ESEK = 0
		   MOVE WS-AUDIT-RUN-DATE TO WS-TAARICH-ESEK.
	    PERFORM DH1-KRIAT-KEFEL-PRM.
	    MOVE WS-TAARICH-ESEK TO WS-MY-TAARICH.
	    PERFORM DJ-MISPAR-YOM.
	    MOVE WS-MY-YAMIM TO WS-ESEK-YAMIM.
	    OPEN INPUT HS-BANK.
	    IF MH-HS-FILE-NOT-FOUND
		   DISPLAY 'FORMAT: AZHARA -- EIN KEFEL.HIS, EIN '
		     'BDIKAT KFULOT BEIN YAMIM'
		   GO TO DH10-SHICHRURIM.
	    IF NOT MH-HS-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING HS-BANK, FILE STATUS = '
		     MH-HS-FILE-STATUS
		   STOP RUN.
	    PERFORM DH2-TEINAT-HISTORIA
	     UNTIL MH-HS-FILE-STATUS NOT = '00'.
	    CLOSE HS-BANK.
       DH10-SHICHRURIM.
	    OPEN INPUT SH-BANK.
	    IF MH-SH-FILE-NOT-FOUND
		   GO TO DH-EXIT.
	    IF NOT MH-SH-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING SH-BANK, FILE STATUS = '
		     MH-SH-FILE-STATUS
		   STOP RUN.
	    PERFORM DH3-TEINAT-SHICHRUR
	     UNTIL MH-SH-FILE-STATUS NOT = '00'.
	    CLOSE SH-BANK.
       DH-EXIT. EXIT.
      *===============================================================*
       DH1-KRIAT-KEFEL-PRM	       SECTION.
      *---------------------------------------------------------------*
       DH15-KRIAT-KEFEL-PRM.
	    OPEN INPUT KP-BANK.
	    IF MH-KP-FILE-NOT-FOUND
		   GO TO DH15-EXIT.
	    IF NOT MH-KP-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING KP-BANK, FILE STATUS = '
		     MH-KP-FILE-STATUS
		   STOP RUN.
	    READ KP-BANK
		   AT END
		     CLOSE KP-BANK
		     GO TO DH15-EXIT.
	    IF KP-YAMIM NUMERIC AND KP-YAMIM > 0
		   MOVE KP-YAMIM TO WS-KEFEL-YAMIM.
	    CLOSE KP-BANK.
       DH15-EXIT. EXIT.
      *===============================================================*
       DH2-TEINAT-HISTORIA	       SECTION.
      *---------------------------------------------------------------*
       DH20-TEINAT-HISTORIA.
	    READ HS-BANK
		   AT END
		     GO TO DH20-EXIT.
	    IF HS-TAARICH-RISHUM = WS-TAARICH-ESEK
		   GO TO DH20-EXIT.
	    MOVE HS-TAARICH-RISHUM TO WS-MY-TAARICH.
	    PERFORM DJ-MISPAR-YOM.
	    IF WS-MY-YAMIM + WS-KEFEL-YAMIM NOT > WS-ESEK-YAMIM
		   GO TO DH20-EXIT.
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
       DH20-EXIT. EXIT.
      *===============================================================*
       DH3-TEINAT-SHICHRUR	       SECTION.
      *---------------------------------------------------------------*
       DH30-TEINAT-SHICHRUR.
	    READ SH-BANK
		   AT END
		     GO TO DH30-EXIT.
	    IF ST-MONEH = 500
		   DISPLAY 'KEFEL.SHR HOLDS MORE THAN 500 TNUOT, '
		     'ENLARGE ST-TAVLAT-SHICHRURIM'
		   STOP RUN.
	    ADD 1 TO ST-MONEH.
	    MOVE SH-REC TO ST-REC(ST-MONEH).
	    MOVE 0 TO ST-NUTZAL-SW(ST-MONEH).
	    MOVE 0 TO ST-NIKLAT-SW(ST-MONEH).
       DH30-EXIT. EXIT.
      *===============================================================*
      * LOADS KEFEL.HLD BEFORE A FRESH RUN REWRITES IT.  NO FILE YET
      * MEANS NOTHING TO CARRY FORWARD.
      *===============================================================*
       DL-KRIAT-IKUVIM		       SECTION.
      *---------------------------------------------------------------*
       DL00.
	    OPEN INPUT HL-BANK.
	    IF MH-HL-FILE-NOT-FOUND
		   GO TO DL-EXIT.
	    IF NOT MH-HL-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING HL-BANK, FILE STATUS = '
		     MH-HL-FILE-STATUS
		   STOP RUN.
	    PERFORM DL1-TEINAT-IKUV
	     UNTIL MH-HL-FILE-STATUS NOT = '00'.
	    CLOSE HL-BANK.
       DL-EXIT. EXIT.
      *===============================================================*
       DL1-TEINAT-IKUV		       SECTION.
      *---------------------------------------------------------------*
       DL10-TEINAT-IKUV.
	    READ HL-BANK
		   AT END
		     GO TO DL10-EXIT.
	    IF HL-TAARICH-ESEK = WS-TAARICH-ESEK
	       AND HL-SHELEV = 'FORMAT'
	       AND HL-MATZAV = SPACE
		   GO TO DL10-EXIT.
	    IF HK-MONEH = 500
		   DISPLAY 'KEFEL.HLD HOLDS MORE THAN 500 TNUOT, '
		     'ENLARGE HK-TAVLAT-IKUVIM'
		   STOP RUN.
	    ADD 1 TO HK-MONEH.
	    MOVE HL-REC TO HK-REC(HK-MONEH).
       DL10-EXIT. EXIT.
      *===============================================================*
       DL2-HAATAKAT-IKUV	       SECTION.
      *---------------------------------------------------------------*
       DL20-HAATAKAT-IKUV.
	    MOVE HK-REC(I-HK) TO HL-REC.
	    WRITE HL-REC.
       DL20-EXIT. EXIT.
      *===============================================================*
      * WS-MY-TAARICH IN, WS-MY-YAMIM OUT.  EACH DIVIDE DROPS ITS
      * REMAINDER, WHICH IS WHAT COUNTS THE LEAP DAYS.
      *===============================================================*
       DJ-MISPAR-YOM		       SECTION.
      *---------------------------------------------------------------*
       DJ00.
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
       DJ-EXIT. EXIT.
      *===============================================================*
      * REWRITES KEFEL.HIS AS THE EARLIER NIGHTS STILL INSIDE THE
      * WINDOW PLUS EVERY MOVEMENT ON TONIGHT'S MASTER, DATED WITH
      * TONIGHT'S BUSINESS DATE.  READING THE FINISHED MASTER BACK,
      * RATHER THAN COUNTING AS THE MERGE GOES, KEEPS A RESTARTED RUN
      * FROM LOSING THE MOVEMENTS POSTED BEFORE THE RESTART.  THE
      * RELEASED MOVEMENTS FOUND ON THE MASTER ARE THEN DROPPED FROM
      * KEFEL.SHR.
      *===============================================================*
       DK-KTIVAT-HISTORIA	       SECTION.
      *---------------------------------------------------------------*
       DK00.
	    OPEN OUTPUT HS-BANK.
	    IF NOT MH-HS-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING HS-BANK, FILE STATUS = '
		     MH-HS-FILE-STATUS
		   STOP RUN.
	    PERFORM DK1-HAATAKAT-HISTORIA VARYING I-HT FROM 1 BY 1
	     UNTIL I-HT > HT-MONEH.
	    OPEN INPUT KM-BANK.
	    IF NOT MH-KM-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING KM-BANK, FILE STATUS = '
		     MH-KM-FILE-STATUS
		   STOP RUN.
	    PERFORM DK2-RISHUM-TNUA UNTIL SW-SOF-KM.
	    CLOSE KM-BANK.
	    CLOSE HS-BANK.
	    OPEN OUTPUT SH-BANK.
	    IF NOT MH-SH-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING SH-BANK, FILE STATUS = '
		     MH-SH-FILE-STATUS
		   STOP RUN.
	    PERFORM DK3-KTIVAT-SHICHRUR VARYING I-ST FROM 1 BY 1
	     UNTIL I-ST > ST-MONEH.
	    CLOSE SH-BANK.
       DK-EXIT. EXIT.
      *===============================================================*
       DK1-HAATAKAT-HISTORIA	       SECTION.
      *---------------------------------------------------------------*
       DK10-HAATAKAT-HISTORIA.
	    MOVE HT-CHESHBON(I-HT) TO HS-CHESHBON.
	    MOVE HT-DATE(I-HT) TO HS-DATE.
	    MOVE HT-KOD(I-HT) TO HS-KOD.
	    MOVE HT-SCHOM(I-HT) TO HS-SCHOM.
	    MOVE HT-SOURCE(I-HT) TO HS-SOURCE.
	    MOVE HT-TAARICH-RISHUM(I-HT) TO HS-TAARICH-RISHUM.
	    WRITE HS-REC.
	    ADD 1 TO WS-HS-WRITE-COUNT.
       DK10-EXIT. EXIT.
      *===============================================================*
       DK2-RISHUM-TNUA		       SECTION.
      *---------------------------------------------------------------*
       DK20-RISHUM-TNUA.
	    READ KM-BANK
		   AT END
		     MOVE 9 TO SW-KM-SW
		     GO TO DK20-EXIT.
	    MOVE KM-CHESHBON TO HS-CHESHBON.
	    MOVE KM-DATE TO HS-DATE.
	    MOVE KM-KOD TO HS-KOD.
	    MOVE KM-SCHOM TO HS-SCHOM.
	    MOVE KM-SOURCE TO HS-SOURCE.
	    MOVE WS-TAARICH-ESEK TO HS-TAARICH-RISHUM.
	    WRITE HS-REC.
	    ADD 1 TO WS-HS-WRITE-COUNT.
	    MOVE 0 TO WS-ST-NIMTZA-SW.
	    IF ST-MONEH > 0
		   PERFORM DK21-HASHVAAT-SHICHRUR VARYING I-ST
		    FROM 1 BY 1
		    UNTIL I-ST > ST-MONEH OR WS-ST-NIMTZA.
	    GO TO DK20-EXIT.
      *===============================================================*
       DK21-HASHVAAT-SHICHRUR.
	    IF NOT ST-NIKLAT(I-ST)
	       AND ST-CHESHBON(I-ST) = KM-CHESHBON
	       AND ST-DATE(I-ST) = KM-DATE
	       AND ST-KOD(I-ST) = KM-KOD
	       AND ST-SCHOM(I-ST) = KM-SCHOM
		   SET WS-ST-NIMTZA TO TRUE
		   SET ST-NIKLAT(I-ST) TO TRUE.
       DK21-END.
       DK20-EXIT. EXIT.
      *===============================================================*
       DK3-KTIVAT-SHICHRUR	       SECTION.
      *---------------------------------------------------------------*
       DK30-KTIVAT-SHICHRUR.
	    IF NOT ST-NIKLAT(I-ST)
		   MOVE ST-REC(I-ST) TO SH-REC
		   WRITE SH-REC.
       DK30-EXIT. EXIT.
      *===============================================================*
       DB-KRIAT-TORAN		       SECTION.
      *---------------------------------------------------------------*
		   ELSE
			 MOVE WS-BANK-NAME(I-TORAN) TO EZ-SOURCE
		   END-IF
		   IF WS-TORAN-SHICHRUR(I-TORAN)
			 PERFORM DC50-MAKOR-SHICHRUR
		   END-IF
		   MOVE 0 TO WS-KEFEL-SW
		   MOVE 0 TO WS-DILUG-SW
		   PERFORM DC30-CHIPUS-HACHRAA
      * A RESUBMITTED REJECT MEETING ITS OWN SOURCE BANK IS NOT A
      * CROSS-BANK COLLISION -- THE BROKEN ORIGINAL WILL FAIL ITS OWN
      * VALIDATION, SO ONLY A PAIR FROM TWO DIFFERENT BANKS IS FLAGGED.
      * NOR IS A PAIR WITH AN IN-SHOP STREAM ON EITHER SIDE: A STANDING
      * ORDER, INTEREST CREDIT OR RELEASED HOLD FOR AN ACCOUNT THAT
      * ALSO HAS A BANK MOVEMENT TONIGHT IS ORDINARY.
       DC20-BDIKAT-KEFEL.
	    IF WS-TORAN-PNIMI(I-TORAN)
	       OR WS-TORAN-PNIMI(I-MAKBIL)
		   CONTINUE
	    ELSE
	    IF (I-TORAN = 6
		AND WS-KT-SOURCE = WS-BANK-NAME(I-MAKBIL))
	       OR (I-MAKBIL = 6
		   ELSE
			 SET WS-DILUG TO TRUE.
       DC40-END.
      *===============================================================*
      * A RELEASED HOLD COMING BACK THROUGH THE KEFEL.SHR SLOT TAKES
      * BACK THE SOURCE BANK THAT FIRST SENT IT, AS KEPT IN KEFEL.SHR.
       DC50-MAKOR-SHICHRUR.
	    MOVE 0 TO WS-ST-NIMTZA-SW.
	    IF ST-MONEH > 0
		   PERFORM DC51-HASHVAAT-SHICHRUR VARYING I-ST
		    FROM 1 BY 1
		    UNTIL I-ST > ST-MONEH OR WS-ST-NIMTZA.
       DC50-END.
      *===============================================================*
       DC51-HASHVAAT-SHICHRUR.
	    IF NOT ST-NUTZAL(I-ST)
	       AND ST-CHESHBON(I-ST) = EZ-CHESHBON
	       AND ST-DATE(I-ST) = EZ-DATE
	       AND ST-KOD(I-ST) = EZ-KOD
	       AND ST-SCHOM(I-ST) = EZ-SCHOM
	       AND ST-SOURCE(I-ST) NOT = SPACES
		   SET WS-ST-NIMTZA TO TRUE
		   MOVE ST-SOURCE(I-ST) TO EZ-SOURCE.
       DC51-END.
       DC-EXIT. EXIT.
      *===============================================================*
       DD-DIVUACH-MIZUG		       SECTION.
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
	    MOVE WS-BANK-READ-COUNT(6) TO WS-D-COUNT.
	    MOVE SPACES TO DO-REC.
	    STRING 'REJECTS RESUBMITTED (KT-BANK) . ' DELIMITED BY SIZE
	    STRING 'MIZUG RUN ' DELIMITED BY SIZE
	     WS-AUDIT-RUN-DATE DELIMITED BY SIZE
	     ' ' DELIMITED BY SIZE
	     WS-AUDIT-RUN-TIME DELIMITED BY SIZE INTO AT-SHURA.
	    MOVE WS-MAFIL TO AT-MAFIL.
	    WRITE AT-REC.
	    PERFORM DE1-DFUS-BANK VARYING I-INDEX FROM 1 BY 1
	     UNTIL I-INDEX > WS-BANK-COUNT.
	    MOVE WS-REJECT-COUNT TO WS-AUDIT-D-COUNT.
	    MOVE SPACES TO AT-REC.
	    STRING '   REJECTED TO KR-BANK ....... ' DELIMITED BY SIZE
	     WS-AUDIT-D-COUNT DELIMITED BY SIZE INTO AT-SHURA.
	    MOVE WS-MAFIL TO AT-MAFIL.
	    WRITE AT-REC.
	    MOVE WS-BANK-READ-COUNT(6) TO WS-AUDIT-D-COUNT.
	    MOVE SPACES TO AT-REC.
	    STRING '   RESUBMITTED FROM KT-BANK .. ' DELIMITED BY SIZE
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
	    STRING '   LOW CHESHBON INTO KM-BANK ... ' DELIMITED BY SIZE
	     WS-AUDIT-D-CHESHBON DELIMITED BY SIZE INTO AT-SHURA.
	    MOVE WS-MAFIL TO AT-MAFIL.
	    WRITE AT-REC.
	    MOVE WS-CHESHBON-HIGH TO WS-AUDIT-D-CHESHBON.
	    MOVE SPACES TO AT-REC.
	    STRING '   HIGH CHESHBON INTO KM-BANK .. ' DELIMITED BY SIZE
	     WS-AUDIT-D-CHESHBON DELIMITED BY SIZE INTO AT-SHURA.
	    MOVE WS-MAFIL TO AT-MAFIL.
	    WRITE AT-REC.
	    CLOSE AT-BANK.
       DE-EXIT. EXIT.
	    STRING '   READ FROM ' DELIMITED BY SIZE
	     WS-BANK-NAME(I-INDEX) DELIMITED BY SPACE
	     ' ..... ' DELIMITED BY SIZE
	     WS-AUDIT-D-COUNT DELIMITED BY SIZE INTO AT-SHURA.
	    MOVE WS-MAFIL TO AT-MAFIL.
	    WRITE AT-REC.
       DE10-EXIT. EXIT.
      *===============================================================*
	    PERFORM DZA1-KRIAT-PARAMETRIM.
	    PERFORM DZC-KRIAT-BANKIM.
	    PERFORM DZD-BDIKAT-BANKIM.
	    PERFORM DZE-KRIAT-CHESHBONOT.
	    PERFORM DZF-KRIAT-KODIM.
	    PERFORM DZA7-KRIAT-HACHRAOT.
	    PERFORM DH-KRIAT-KEFEL.
	    PERFORM DZA3-BDIKAT-CHECKPOINT.
	    OPEN INPUT KA-BANK.
	    IF NOT MH-KA-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING KR-BANK, FILE STATUS = '
		     MH-KR-FILE-STATUS
		   STOP RUN.
	    IF WS-RESTART
		   OPEN EXTEND HL-BANK
		   IF MH-HL-FILE-NOT-FOUND
			 OPEN OUTPUT HL-BANK
		   END-IF
	    ELSE
		   PERFORM DL-KRIAT-IKUVIM
		   OPEN OUTPUT HL-BANK
	    END-IF.
	    IF NOT MH-HL-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING HL-BANK, FILE STATUS = '
		     MH-HL-FILE-STATUS
		   STOP RUN.
	    PERFORM DL2-HAATAKAT-IKUV VARYING I-HK FROM 1 BY 1
	     UNTIL I-HK > HK-MONEH.
	    IF WS-RESTART
		   OPEN EXTEND HR-BANK
		   IF MH-HR-FILE-NOT-FOUND
			 OPEN OUTPUT HR-BANK
			 PERFORM DG3-KOTERET-IKUV
		   END-IF
	    ELSE
		   OPEN OUTPUT HR-BANK
		   PERFORM DG3-KOTERET-IKUV
	    END-IF.
	    IF NOT MH-HR-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING HR-BANK, FILE STATUS = '
		     MH-HR-FILE-STATUS
		   STOP RUN.
	    IF WS-RESTART
		   DISPLAY 'RESTARTING MIZUG, BANK-COUNT = '
		     WS-BANK-COUNT
		   MOVE PM-KE-FILE TO WS-KE-FILE-NAME.
	    IF PM-KM-FILE NOT = SPACES
		   MOVE PM-KM-FILE TO WS-KM-FILE-NAME.
	    IF PM-TAARICH-ESEK NUMERIC
		   MOVE PM-TAARICH-ESEK TO WS-TAARICH-ESEK.
	    PERFORM DZA9-SIMUN-PNIMI VARYING I-INDEX FROM 1 BY 1
	     UNTIL I-INDEX > WS-BANK-COUNT.
	    CLOSE PM-BANK.
       DZA05-EXIT. EXIT.
      *===============================================================*
       DZA9-SIMUN-PNIMI 	       SECTION.
      *---------------------------------------------------------------*
       DZA30-SIMUN-PNIMI.
	    MOVE 0 TO WS-TORAN-PNIMI-SW(I-INDEX).
	    PERFORM DZA31-HASHVAAT-PNIMI VARYING I-PN FROM 1 BY 1
	     UNTIL I-PN > 3 OR WS-TORAN-PNIMI(I-INDEX).
	    GO TO DZA30-EXIT.
      *===============================================================*
       DZA31-HASHVAAT-PNIMI.
	    IF PM-RAW-FILE(I-INDEX) = WS-KOVETZ-PNIMI(I-PN)
		   MOVE I-PN TO WS-TORAN-PNIMI-SW(I-INDEX).
       DZA31-END.
       DZA30-EXIT. EXIT.
      *===============================================================*
       DZA2-DFUS-RESTART	       SECTION.
      *---------------------------------------------------------------*
			 MOVE CK-REJECT-COUNT TO WS-REJECT-COUNT
			 MOVE CK-DILUG-COUNT TO WS-DILUG-COUNT
			 MOVE CK-RSB-CARRY-COUNT TO WS-RSB-CARRY-COUNT
			 MOVE CK-IKUV-COUNT TO WS-IKUV-COUNT
		   END-IF
	    END-IF.
       DZA10-EXIT. EXIT.
		   MOVE I-BN TO I-BN-NIMTZA.
       DZD06-END.
       DZD05-EXIT. EXIT.
      *===============================================================*
       DZE-KRIAT-CHESHBONOT	       SECTION.
      *---------------------------------------------------------------*
       DZE00.
	    OPEN INPUT CB-BANK.
	    IF MH-CB-FILE-NOT-FOUND
		   DISPLAY 'FORMAT: AZHARA -- EIN CHESHBON.DAT, '
		     'EIN BDIKAT CHESHBONOT'
		   GO TO DZE-EXIT.
	    IF NOT MH-CB-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING CB-BANK, FILE STATUS = '
		     MH-CB-FILE-STATUS
		   STOP RUN.
	    SET WS-CB-KAYAM TO TRUE.
	    PERFORM DZE1-TEINAT-CHESHBON
	     UNTIL MH-CB-FILE-STATUS NOT = '00'.
	    CLOSE CB-BANK.
       DZE-EXIT. EXIT.
      *===============================================================*
       DZE1-TEINAT-CHESHBON	       SECTION.
      *---------------------------------------------------------------*
       DZE10-TEINAT-CHESHBON.
	    READ CB-BANK
		   AT END
		     GO TO DZE10-EXIT.
	    IF CT-MONEH = 3000
		   DISPLAY 'CHESHBON.DAT HOLDS MORE THAN 3000 '
		     'CHESHBONOT, ENLARGE CT-TAVLAT-CHESHBONOT'
		   STOP RUN.
	    ADD 1 TO CT-MONEH.
	    MOVE CB-CHESHBON TO CT-CHESHBON(CT-MONEH).
	    MOVE CB-TZ TO CT-TZ(CT-MONEH).
	    MOVE CB-MATZAV TO CT-MATZAV(CT-MONEH).
       DZE10-EXIT. EXIT.
      *===============================================================*
       DZF-KRIAT-KODIM		       SECTION.
      *---------------------------------------------------------------*
       DZF00.
	    OPEN INPUT KO-BANK.
	    IF MH-KO-FILE-NOT-FOUND
		   DISPLAY 'FORMAT: AZHARA -- EIN KODIM.DAT, '
		     'EIN BDIKAT KIVUN'
		   GO TO DZF-EXIT.
	    IF NOT MH-KO-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING KO-BANK, FILE STATUS = '
		     MH-KO-FILE-STATUS
		   STOP RUN.
	    SET WS-KO-KAYAM TO TRUE.
	    PERFORM DZF1-TEINAT-KOD
	     UNTIL MH-KO-FILE-STATUS NOT = '00'.
	    CLOSE KO-BANK.
       DZF-EXIT. EXIT.
      *===============================================================*
       DZF1-TEINAT-KOD		       SECTION.
      *---------------------------------------------------------------*
       DZF10-TEINAT-KOD.
	    READ KO-BANK
		   AT END
		     GO TO DZF10-EXIT.
	    IF KO-KOD NOT NUMERIC
		   DISPLAY 'FORMAT: *** SHURA PSULA BE-KODIM.DAT: '
		     KO-REC
		   STOP RUN.
	    MOVE 1 TO TK-YESH-SW(KO-KOD + 1).
	    MOVE KO-KIVUN TO TK-KIVUN(KO-KOD + 1).
       DZF10-EXIT. EXIT.
      *===============================================================*
       DZB-KTIVAT-CHECKPOINT	       SECTION.
      *---------------------------------------------------------------*
	    MOVE WS-REJECT-COUNT TO CK-REJECT-COUNT.
	    MOVE WS-DILUG-COUNT TO CK-DILUG-COUNT.
	    MOVE WS-RSB-CARRY-COUNT TO CK-RSB-CARRY-COUNT.
	    MOVE WS-IKUV-COUNT TO CK-IKUV-COUNT.
	    WRITE CK-REC.
	    CLOSE CK-BANK.
       DZB-EXIT. EXIT.
	    CLOSE KM-BANK.
	    CLOSE KX-BANK.
	    CLOSE KR-BANK.
	    CLOSE HL-BANK.
	    CLOSE HR-BANK.
	    OPEN OUTPUT CK-BANK.
	    IF NOT MH-CK-FILE-STATUS-TAKIN
		   DISPLAY 'ERROR OPENING CK-BANK, FILE STATUS = '
	    MOVE WS-REJECT-COUNT TO CK-REJECT-COUNT.
	    MOVE WS-DILUG-COUNT TO CK-DILUG-COUNT.
	    MOVE WS-RSB-CARRY-COUNT TO CK-RSB-CARRY-COUNT.
	    MOVE WS-IKUV-COUNT TO CK-IKUV-COUNT.
	    WRITE CK-REC.
	    CLOSE CK-BANK.
       DZZ-EXIT. EXIT.
