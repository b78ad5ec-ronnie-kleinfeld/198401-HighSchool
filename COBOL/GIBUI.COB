	   LABEL RECORD STANDARD.
       01 CK-REC.
	 03 CK-STATUS		       PIC X(11).
	 03 CK-SHAR		       PIC X(272).
      *===============================================================*
      * THE DATED GENERATION COPIES.  THE GENERATION NUMBER IS THE
      * DAY OF MONTH OF THE RUN, SO THE ARCHIVE CYCLES OVER THE LAST
       FD GC-BANK
	   VALUE OF FILE-ID WS-GC-FILE-NAME
	   LABEL RECORD STANDARD.
       01 GC-REC			       PIC X(283).
      *===============================================================*
       FD AT-BANK
	   VALUE OF FILE-ID 'A:MIZUG.AUD'
	   LABEL RECORD STANDARD.
       01 AT-REC.
	 03 AT-SHURA		       PIC X(80).
	 03 AT-MAFIL		       PIC X(8).
      *===============================================================*
       FD PM-BANK
	   VALUE OF FILE-ID 'A:GIBUI.PRM'
       01 SW-SWITCHIM.
	 03 SW-GIBUI		       PIC 9 VALUE 0.
	   88 SW-SOF-KM 	       VALUE 9.
      *===============================================================*
      * UNATTENDED BATCH STEP: THE AUDIT RECORDS CARRY THIS ID IN
      * PLACE OF A SIGNED-ON OPERATOR.
      *===============================================================*
       01 WS-MAFIL		       PIC X(8) VALUE 'BATCH'.
      *****************************************************************
       PROCEDURE		       DIVISION.
      *****************************************************************
	     ' ' DELIMITED BY SIZE
	     WS-AUDIT-RUN-TIME DELIMITED BY SIZE
	     ' GEN ' DELIMITED BY SIZE
	     WS-RUN-DD DELIMITED BY SIZE INTO AT-SHURA.
	    MOVE WS-MAFIL TO AT-MAFIL.
	    WRITE AT-REC.
	    CLOSE AT-BANK.
	    DISPLAY 'GIBUI: RECORDS ARCHIVED TO ' WS-GM-FILE-NAME.
