      *****************************************************************
       FILE			       SECTION.
      *---------------------------------------------------------------*
      * THE RAW BANK FILE.  KEFEL.SHR CARRIES THE SOURCE BANK AFTER
      * SCHOM; THE SORT KEEPS ONLY THE BANK-FILE LAYOUT.
      *===============================================================*
       FD KA-BANK
	   VALUE OF FILE-ID WS-KA-FILE-NAME
	   LABEL RECORD STANDARD.
	 03 KA-KOD		       PIC 9(1).
	 03 KA-SCHOM		       PIC S9(7)V99
				 SIGN LEADING SEPARATE.
	 03 FILLER		       PIC X(10).
      *===============================================================*
       FD KS-BANK
	   VALUE OF FILE-ID WS-KS-FILE-NAME
