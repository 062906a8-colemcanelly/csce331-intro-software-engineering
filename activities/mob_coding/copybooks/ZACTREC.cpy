      *-----------------------------------------------------------*
000010*  ZACTREC.CPY
000020*  Record layout for the zone month-actuals extract (DDNAME
000030*  ZONEACT), written by LGTCHGBK at month end -- one record
000040*  per zone billed, carrying the month's priced energy.  The
000050*  fiscal year's generations are concatenated in the job for
000060*  LGTBUDVR's budget variance report.
000070*
000080*  HISTORY
000090*     2026-10-14  CJM  Initial version.
000100*-----------------------------------------------------------*
000110 01  ZONE-ACTUAL-RECORD.
000120     05  ZACT-MONTH              PIC 9(06).
000130     05  ZACT-ZONE-CODE          PIC X(04).
000140     05  ZACT-READINGS           PIC 9(07).
000150     05  ZACT-KWH                PIC 9(09)V99.
000160     05  ZACT-DOLLARS            PIC 9(09)V99.
000170     05  FILLER                  PIC X(11).
