000426*                      code master (FLTCODES) ahead of the
000428*                      update; an unavailable master skips
000429*                      the check rather than block updates.
000430*     2026-10-14  CJM  The LGTI lifetime inquiry (LGTFXINQ)
000431*                      also enters through the browse-
000432*                      handoff on PF5.  No logic change.
000433*-----------------------------------------------------------*
000440 DATA DIVISION.
000450 WORKING-STORAGE SECTION.
000460*-----------------------------------------------------------*
001130 1000-EXIT.
001140     EXIT.
001150*-----------------------------------------------------------*
001160*  1500-BROWSE-HANDOFF -- ENTERED FROM THE LGTB BROWSE OR THE
001170*  LGTI LIFETIME INQUIRY WITH A FIXTURE KEY IN THE COMMAREA;
001180*  PAINT THE MAINTENANCE SCREEN ALREADY POSITIONED ON IT
001190*-----------------------------------------------------------*
001200 1500-BROWSE-HANDOFF.
001210     MOVE LOW-VALUES TO LGTMNT1I.
