      *-----------------------------------------------------------*
000010*  CAPXREC.CPY
000020*  Record layout for the retrofit capital-planning extract
000030*  (DDNAME CAPEXT), written by LGTRETRO -- one record per
000040*  zone and existing fixture type with a catalog retrofit,
000050*  in payback rank order.  This is the file the capital
000060*  budgeting team loads for the capital request cycle.
000070*
000080*     CPX-RATE-CENTS        BLENDED PEAK/OFF-PEAK CENTS PER
000090*                           KWH FROM THE CURRENT RATEFILE
000100*                           RECORD, TO FOUR DECIMALS AS
000102*                           LGTRETRO CARRIES IT
000110*     CPX-RELAMP-VISITS     RELAMPING VISITS AVOIDED PER YEAR
000120*     CPX-REPAIR-VISITS     FAULT REPAIR VISITS AVOIDED PER
000130*                           YEAR
000140*     CPX-VISIT-DOLLARS     AVOIDED VISITS AT THE RUN'S COST
000150*                           PER VISIT (ZERO WHEN NOT PRICED)
000160*     CPX-PAYBACK-YEARS     INSTALLED COST / DOLLARS SAVED;
000170*                           999.99 WHEN NOTHING IS SAVED
000180*
000190*  HISTORY
000200*     2026-10-14  CJM  Initial version.
000202*     2026-10-15  CJM  CPX-RATE-CENTS WIDENED TO FOUR DECIMALS
000204*                      FROM THE FILLER.  THE RECORD LENGTH
000206*                      IS UNCHANGED; THE FIELDS AFTER IT MOVE
000208*                      TWO BYTES ALONG.
000210*-----------------------------------------------------------*
000220 01  RETROFIT-CAPITAL-RECORD.
000230     05  CPX-RUN-DATE            PIC 9(08).
000240     05  CPX-RANK                PIC 9(05).
000250     05  CPX-ZONE-CODE           PIC X(04).
000260     05  CPX-FIXTURE-TYPE        PIC X(06).
000270     05  CPX-REPL-TYPE           PIC X(06).
000280     05  CPX-FIXTURE-COUNT       PIC 9(07).
000290     05  CPX-REPEAT-OFFENDERS    PIC 9(07).
000300     05  CPX-EXIST-WATTS         PIC 9(09).
000310     05  CPX-REPL-WATTS          PIC 9(09).
000320     05  CPX-ANNUAL-HOURS        PIC 9(11).
000330     05  CPX-RATE-CENTS          PIC 9(03)V9(04).
000340     05  CPX-KWH-SAVED           PIC 9(09)V99.
000350     05  CPX-ENERGY-DOLLARS      PIC 9(09)V99.
000360     05  CPX-VISIT-DOLLARS       PIC 9(09)V99.
000370     05  CPX-DOLLARS-SAVED       PIC 9(09)V99.
000380     05  CPX-RELAMP-VISITS       PIC 9(07)V99.
000390     05  CPX-REPAIR-VISITS       PIC 9(07)V99.
000400     05  CPX-INSTALLED-COST      PIC 9(09)V99.
000410     05  CPX-PAYBACK-YEARS       PIC 9(03)V99.
000420     05  CPX-PAYBACK-FLAG        PIC X(01).
000430         88  CPX-NO-PAYBACK              VALUE 'N'.
000440     05  FILLER                  PIC X(08).
