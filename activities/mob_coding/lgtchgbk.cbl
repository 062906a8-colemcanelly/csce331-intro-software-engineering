000250*  G/L SUMMARY PAGE (THE ZONE CODE IS THE DEPARTMENT CODE --
000260*  SEE LGTATTR.CPY), ALL ON CHGBKRPT.
000270*
000272*  EACH ZONE'S MONTH TOTALS ARE ALSO WRITTEN TO THE ZONE
000274*  MONTH-ACTUALS EXTRACT (ZONEACT, SEE ZACTREC.CPY) FOR THE
000276*  LGTBUDVR BUDGET VARIANCE REPORT.
000278*
000280*  MODIFICATION HISTORY
000290*     2026-09-02  CJM  Initial version.
000292*     2026-10-14  CJM  ZONE MONTH TOTALS WRITTEN TO ZONEACT
000294*                      FOR THE BUDGET VARIANCE REPORT.
000300*-----------------------------------------------------------*
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000400     SELECT ENERGY-EXTRACT-FILE ASSIGN TO ENRGEXT
000410            ORGANIZATION IS SEQUENTIAL.
000420     SELECT CHARGEBACK-REPORT   ASSIGN TO CHGBKRPT
000423            ORGANIZATION IS SEQUENTIAL.
000426     SELECT ZONE-ACTUAL-FILE    ASSIGN TO ZONEACT
000430            ORGANIZATION IS SEQUENTIAL.
000440 DATA DIVISION.
000450 FILE SECTION.
000550     RECORDING MODE IS F
000560     LABEL RECORDS ARE OMITTED.
000570 01  CBK-RPT-RECORD              PIC X(132).
000572 FD  ZONE-ACTUAL-FILE
000574     RECORDING MODE IS F
000576     LABEL RECORDS ARE STANDARD.
000578 COPY ZACTREC.
000580 WORKING-STORAGE SECTION.
000590*-----------------------------------------------------------*
000600*  WORKING STORAGE -- FILE STATUS, SWITCHES, COUNTERS
002200     END-IF.
002210     OPEN INPUT ENERGY-EXTRACT-FILE.
002220     OPEN OUTPUT CHARGEBACK-REPORT.
002225     OPEN OUTPUT ZONE-ACTUAL-FILE.
002230 1000-EXIT.
002240     EXIT.
002250*-----------------------------------------------------------*
004680     MOVE CBK-ZONE-TOTAL-DOL     TO CBK-RPT-GL-DOL.
004690     WRITE CBK-RPT-RECORD FROM CBK-RPT-GL-DETAIL
004700         AFTER ADVANCING 1 LINE.
004701     MOVE SPACES                 TO ZONE-ACTUAL-RECORD.
004702     MOVE CBK-PERIOD-THRU (1:6)  TO ZACT-MONTH.
004703     MOVE CBK-ZONE-CODE (CZ)     TO ZACT-ZONE-CODE.
004704     MOVE CBK-ZONE-READINGS (CZ) TO ZACT-READINGS.
004705     MOVE CBK-WORK-KWH           TO ZACT-KWH.
004706     MOVE CBK-ZONE-TOTAL-DOL     TO ZACT-DOLLARS.
004707     WRITE ZONE-ACTUAL-RECORD.
004710 6600-EXIT.
004720     EXIT.
004730*-----------------------------------------------------------*
004790     END-IF.
004800     CLOSE ENERGY-EXTRACT-FILE.
004810     CLOSE CHARGEBACK-REPORT.
004815     CLOSE ZONE-ACTUAL-FILE.
004820     GOBACK.
004830 END PROGRAM LGTCHGBK.
