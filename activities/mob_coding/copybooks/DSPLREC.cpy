      *-----------------------------------------------------------*
000010*  DSPLREC.CPY
000020*  Record layout for the hazardous lamp disposal log
000030*  (DDNAME DISPLOG, INDEXED ON DSPL-LOG-NUMBER).  One record
000040*  per removal of a fixture's mercury-bearing lamps, posted
000050*  nightly by LGTDSPLG from three feeds:
000060*
000070*     DSPL-SOURCE M  LGTM RETIREMENT (STATUS TO R), FROM THE
000080*                    LGTJRNL ONLINE CHANGE JOURNAL
000090*                 S  LGTSCAN RETIREMENT, FROM RETIREX
000100*                 R  RELAMP, FROM THE LGTRLIFE RELAMPX EXTRACT
000110*
000120*  A LOG RECORD IS PENDING ('P') WHILE THE LAMPS ARE ON SITE,
000130*  SHIPPED ('S') ONCE LGTMANIF HAS PUT THEM ON A MANIFEST
000140*  (MANIFEST NUMBER, HAULER, AND PICKUP DATE FILLED IN), OR
000150*  CANCELLED ('X') WHEN THE LGTM RETIREMENT IT CAME FROM WAS
000160*  BACKED OUT BEFORE SHIPMENT.  LGTDSPYE SUMMARIZES THE LOG
000170*  FOR THE YEAR-END ENVIRONMENTAL REPORT.
000180*
000190*  DSPL-COUNT-DEFAULTED IS 'Y' WHEN THE FIXTURE TYPE HAD NO
000200*  LAMP COUNT ON RATEDLIF (OR NO TYPE COULD BE FOUND) AND ONE
000210*  LAMP WAS LOGGED.
000220*
000230*  LOG NUMBER ZERO IS THE CONTROL RECORD: THE LAST LOG AND
000240*  MANIFEST NUMBERS ISSUED, THE LAST LGTJRNL KEY POSTED, AND
000250*  THE BUSINESS DATE OF THE LAST RETIREX POSTED WITH THE
000260*  NUMBER OF ITS RECORDS POSTED SO FAR, SO NO JOURNAL OR
000261*  SCAN RETIREMENT IS LOGGED TWICE.  LGTDSPLG CHECKS A RELAMP
000262*  AGAINST THE RELAMPS ALREADY ON THE LOG.
000270*
000280*  HISTORY
000290*     2026-10-14  CJM  Initial version.
000292*     2026-10-15  CJM  DSPL-CTL-SCAN-POSTED CARVED FROM THE
000294*                      CONTROL RECORD FILLER.
000300*-----------------------------------------------------------*
000310 01  DISPOSAL-LOG-RECORD.
000320     05  DSPL-LOG-NUMBER         PIC 9(09).
000330         88  DSPL-CONTROL-RECORD         VALUE 0.
000340     05  DSPL-LOG-DATA.
000350         10  DSPL-SOURCE         PIC X(01).
000360             88  DSPL-FROM-LGTM          VALUE 'M'.
000370             88  DSPL-FROM-SCAN          VALUE 'S'.
000380             88  DSPL-FROM-RELAMP        VALUE 'R'.
000390         10  DSPL-REMOVED-DATE   PIC 9(08).
000400         10  DSPL-POSTED-DATE    PIC 9(08).
000410         10  DSPL-ROW            PIC 9(05).
000420         10  DSPL-COL            PIC 9(05).
000430         10  DSPL-LIGHT-ID       PIC X(10).
000440         10  DSPL-FIXTURE-TYPE   PIC X(06).
000450         10  DSPL-ZONE-CODE      PIC X(04).
000460         10  DSPL-LAMP-COUNT     PIC 9(03).
000470         10  DSPL-COUNT-DEFAULTED
000480                                 PIC X(01).
000490             88  DSPL-LAMPS-DEFAULTED    VALUE 'Y'.
000500         10  DSPL-STATE          PIC X(01).
000510             88  DSPL-PENDING            VALUE 'P'.
000520             88  DSPL-SHIPPED            VALUE 'S'.
000530             88  DSPL-CANCELLED          VALUE 'X'.
000540         10  DSPL-MANIFEST-NUMBER
000550                                 PIC 9(07).
000560         10  DSPL-PICKUP-DATE    PIC 9(08).
000570         10  DSPL-HAULER         PIC X(20).
000580         10  FILLER              PIC X(04).
000590     05  DSPL-CONTROL-DATA REDEFINES DSPL-LOG-DATA.
000600         10  DSPL-CTL-LAST-LOG-NUMBER
000610                                 PIC 9(09).
000620         10  DSPL-CTL-LAST-MANIFEST
000630                                 PIC 9(07).
000640         10  DSPL-CTL-JRNL-HIGH-KEY
000650                                 PIC X(18).
000660         10  DSPL-CTL-LAST-SCAN-DATE
000670                                 PIC 9(08).
000680         10  DSPL-CTL-LAST-POST-DATE
000690                                 PIC 9(08).
000692         10  DSPL-CTL-SCAN-POSTED
000694                                 PIC 9(07).
000700         10  FILLER              PIC X(34).
