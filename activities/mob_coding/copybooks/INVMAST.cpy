      *-----------------------------------------------------------*
000010*  INVMAST.CPY
000020*  Record layout for the stockroom lamp inventory master
000030*  (DDNAME INVMAST), keyed by fixture type -- the same code
000040*  carried in ATTR-FIXTURE-TYPE and RELMP-FIXTURE-TYPE.
000050*  Maintained by LGTINVEN from the inventory transaction
000060*  file (INVTRAN, SEE INVTRAN.CPY).
000070*
000080*     INV-ON-HAND        LAMPS ON THE STOCKROOM SHELF
000090*     INV-ON-ORDER       LAMPS ON OPEN PURCHASE ORDERS
000100*     INV-RESERVED       LAMPS SPOKEN FOR BY OPEN WORK ORDERS,
000110*                        NOT YET ISSUED
000120*     INV-FORECAST-RESERVED
000130*                        LAMPS SPOKEN FOR BY THE CURRENT
000140*                        RELAMP FORECAST, NOT YET ISSUED --
000150*                        REPLACED, NOT ADDED TO, EACH TIME A
000160*                        NEW FORECAST IS POSTED
000170*     INV-REORDER-POINT  REORDER WHEN ON HAND PLUS ON ORDER
000180*                        LESS BOTH RESERVATIONS FALLS TO THIS
000190*                        LEVEL
000200*     INV-REORDER-QTY    NORMAL PURCHASE QUANTITY
000210*
000220*  THE RECORD KEYED '*CTL*' IS THE CONTROL RECORD.  IT HOLDS
000230*  THE HIGHEST WORK ORDER NUMBER LGTINVEN HAS RESERVED LAMPS
000240*  FOR, SO EACH ORDER IS RESERVED ONCE.
000250*
000260*  HISTORY
000270*     2026-10-14  CJM  Initial version.
000280*     2026-10-15  CJM  INV-FORECAST-RESERVED CARVED FROM THE
000290*                      FILLER, AND THE '*CTL*' CONTROL RECORD
000300*                      ADDED.
000310*-----------------------------------------------------------*
000320 01  LAMP-INVENTORY-RECORD.
000330     05  INV-FIXTURE-TYPE        PIC X(06).
000340         88  INV-CONTROL-RECORD          VALUE '*CTL*'.
000350     05  INV-TYPE-DATA.
000360         10  INV-DESCRIPTION     PIC X(20).
000370         10  INV-ON-HAND         PIC 9(07).
000380         10  INV-ON-ORDER        PIC 9(07).
000390         10  INV-RESERVED        PIC 9(07).
000400         10  INV-REORDER-POINT   PIC 9(07).
000410         10  INV-REORDER-QTY     PIC 9(07).
000420         10  INV-UNIT-COST       PIC 9(05)V99.
000430         10  INV-LAST-RECEIPT-DATE
000440                                 PIC 9(08).
000450         10  INV-LAST-ISSUE-DATE PIC 9(08).
000460         10  INV-LAST-RESERVE-DATE
000470                                 PIC 9(08).
000480         10  INV-FORECAST-RESERVED
000490                                 PIC 9(07).
000500         10  FILLER              PIC X(03).
000510     05  INV-CONTROL-DATA REDEFINES INV-TYPE-DATA.
000520         10  INV-CTL-LAST-WO-RESERVED
000530                                 PIC 9(07).
000540         10  FILLER              PIC X(89).
