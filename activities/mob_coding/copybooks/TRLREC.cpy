000010*  TRLREC.CPY
000020*  Control-total trailer written as the LAST record of the
000030*  nightly chain's coupling files -- FAULTX, ENRGEXT, and
000040*  the SNAPOUT/SNAPIN snapshot -- and of the RETIREX
000045*  retirement extract LGTSCAN writes for LGTDSPLG.  The
000047*  consumer balances the file against the trailer before
000050*  processing, so a short file from an abend or a botched
000060*  swap stops the run instead of being consumed silently.
000080*
000090*  TRL-LITERAL OCCUPIES THE FIRST TEN BYTES, WHERE EVERY
000100*  CARRYING FILE HOLDS A LIGHT ID OR GRID ID -- NO DATA
000110*  RECORD CAN EVER LOOK LIKE A TRAILER.  TRL-HASH-TOTAL IS
000120*  THE SUM OF ROW + COLUMN OVER THE DATA RECORDS.  THE
000130*  TRAILER IS 45 BYTES AND IS SPACE-PADDED TO THE CARRYING
000140*  FILE'S RECORD LENGTH ON WRITE.
000142*
000144*  TRL-BUSINESS-DATE IS THE RUNCTL BUSINESS DATE (RCTLREC)
000146*  THE FILE WAS WRITTEN FOR, SO A CONSUMER CAN REJECT A
000148*  FILE LEFT OVER FROM ANOTHER DAY.
000150*
000160*  HISTORY
000170*     2026-09-02  CJM  Initial version.
000172*     2026-10-14  CJM  TRL-BUSINESS-DATE TAKEN FROM THE
000174*                      FILLER; TRAILER NOW 45 BYTES.
000176*     2026-10-14  CJM  RETIREX ALSO CARRIES THE TRAILER.
000180*-----------------------------------------------------------*
000190 01  CONTROL-TRAILER-RECORD.
000200     05  TRL-LITERAL             PIC X(10).
000210         88  TRL-IS-TRAILER             VALUE '**TRAILER*'.
000220     05  TRL-RECORD-COUNT        PIC 9(09).
000230     05  TRL-HASH-TOTAL          PIC 9(18).
000240     05  TRL-BUSINESS-DATE       PIC 9(08).
