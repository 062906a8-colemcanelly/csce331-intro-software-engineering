      *-----------------------------------------------------------*
000010*  SLAXREC.CPY
000020*  Record layout for the contractor SLA scorecard extract
000030*  (DDNAME SLAEXT), written by LGTSLASC at month end -- one
000040*  record per work order scored against its fault code's
000050*  response window, in severity order.  This is the breach
000060*  evidence that goes to the maintenance contractor with an
000070*  invoice dispute.
000080*
000090*     SLX-DATE-CLOSED    ZERO IF THE ORDER WAS STILL OPEN AT
000100*                        MONTH END
000110*     SLX-MEASURED-TO    CLOSE DATE, OR MONTH END IF OPEN
000120*     SLX-DAYS-LATE      DAYS PAST THE WINDOW FALLING IN THE
000130*                        SCORED MONTH
000140*
000150*  HISTORY
000160*     2026-10-14  CJM  Initial version.
000170*-----------------------------------------------------------*
000180 01  SLA-SCORECARD-RECORD.
000190     05  SLX-MONTH               PIC 9(06).
000200     05  SLX-ORDER-NUMBER        PIC 9(07).
000210     05  SLX-ROW                 PIC 9(05).
000220     05  SLX-COL                 PIC 9(05).
000230     05  SLX-LIGHT-ID            PIC X(10).
000240     05  SLX-FAULT-CODE          PIC X(04).
000250     05  SLX-SEVERITY            PIC 9(01).
000260     05  SLX-ZONE-CODE           PIC X(04).
000270     05  SLX-DATE-OPENED         PIC 9(08).
000280     05  SLX-DATE-CLOSED         PIC 9(08).
000290     05  SLX-MEASURED-TO         PIC 9(08).
000300     05  SLX-WINDOW-HOURS        PIC 9(03).
000310     05  SLX-ELAPSED-HOURS       PIC 9(07).
000320     05  SLX-RESULT              PIC X(01).
000330         88  SLX-RESULT-MET              VALUE 'M'.
000340         88  SLX-RESULT-BREACH           VALUE 'B'.
000350     05  SLX-DAYS-LATE           PIC 9(05).
000360     05  SLX-PENALTY             PIC 9(07)V99.
000370     05  FILLER                  PIC X(10).
