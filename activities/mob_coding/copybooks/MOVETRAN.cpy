      *-----------------------------------------------------------*
000010*  MOVETRAN.CPY
000020*  Record layout for the fixture relocation transaction file
000030*  (DDNAME MOVETRAN).  One record per fixture physically moved
000040*  or re-keyed on the floor, applied by LGTRKEY, which moves
000050*  the fixture's LGTMAST, LGTATTR, BURNMAST, WORKORD, and
000060*  EGRMAST records from the old (row, column) key to the new
000070*  one as a unit.  ROWS AND COLUMNS ARE CARRIED AS DISPLAY
000080*  FIELDS SO LGTRKEY CAN VALIDATE THEM NUMERIC BEFORE USING
000090*  THEM AS KEYS (SAME CONVENTION AS SCANREC).
000100*
000110*     MVT-EFFECTIVE-DATE  DATE THE FIXTURE WAS MOVED ON THE
000120*                         FLOOR (CCYYMMDD).  HISTORY RECORDED
000130*                         AT THE OLD KEY BEFORE THE RE-KEY RUN
000140*                         FOLLOWS THE FIXTURE TO ITS NEW KEY
000150*     MVT-REQUESTED-BY    FACILITIES REQUESTER OR TICKET, FOR
000160*                         THE MOVE REGISTER ONLY
000170*
000180*  HISTORY
000190*     2026-10-14  CJM  Initial version.
000200*     2026-10-15  CJM  EGRMAST MOVED TOO; HISTORY FOLLOWS THE
000210*                      FIXTURE UP TO THE RE-KEY RUN.
000220*-----------------------------------------------------------*
000230 01  MOVE-TRANSACTION-RECORD.
000240     05  MVT-OLD-ROW             PIC X(05).
000250     05  MVT-OLD-ROW-N REDEFINES MVT-OLD-ROW
000260                                 PIC 9(05).
000270     05  MVT-OLD-COL             PIC X(05).
000280     05  MVT-OLD-COL-N REDEFINES MVT-OLD-COL
000290                                 PIC 9(05).
000300     05  MVT-NEW-ROW             PIC X(05).
000310     05  MVT-NEW-ROW-N REDEFINES MVT-NEW-ROW
000320                                 PIC 9(05).
000330     05  MVT-NEW-COL             PIC X(05).
000340     05  MVT-NEW-COL-N REDEFINES MVT-NEW-COL
000350                                 PIC 9(05).
000360     05  MVT-EFFECTIVE-DATE      PIC X(08).
000370     05  MVT-EFFECTIVE-DATE-N REDEFINES MVT-EFFECTIVE-DATE
000380                                 PIC 9(08).
000390     05  MVT-REQUESTED-BY        PIC X(08).
000400     05  FILLER                  PIC X(04).
