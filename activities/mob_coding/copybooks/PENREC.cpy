      *-----------------------------------------------------------*
000010*  PENREC.CPY
000020*  Record layout for the contract penalty-rate table (DDNAME
000030*  PENRATE).  One record per fault severity (FC-SEVERITY, 1
000040*  LIFE SAFETY THROUGH 9), read by LGTSLASC at month end:
000050*
000060*     PEN-BREACH-AMOUNT  CHARGED ONCE, IN THE MONTH THE
000070*                        RESPONSE WINDOW WAS MISSED
000080*     PEN-DAILY-AMOUNT   CHARGED FOR EACH DAY IN THE MONTH THE
000090*                        ORDER STAYED OPEN PAST ITS WINDOW
000100*     PEN-MAX-AMOUNT     CAP PER ORDER PER MONTH (ZERO IS NO
000110*                        CAP)
000120*
000130*  HISTORY
000140*     2026-10-14  CJM  Initial version.
000150*-----------------------------------------------------------*
000160 01  PENALTY-RATE-RECORD.
000170     05  PEN-SEVERITY            PIC 9(01).
000180     05  PEN-BREACH-AMOUNT       PIC 9(05)V99.
000190     05  PEN-DAILY-AMOUNT        PIC 9(05)V99.
000200     05  PEN-MAX-AMOUNT          PIC 9(07)V99.
000210     05  PEN-DESCRIPTION         PIC X(20).
000220     05  FILLER                  PIC X(06).
