000100*
000110*  HISTORY
000120*     2026-08-22  CJM  Initial version.
000122*     2026-10-14  CJM  Added ATTR-EGRESS-FLAG, CARVED FROM
000124*                      FILLER -- 'Y' MARKS AN EMERGENCY /
000126*                      EGRESS UNIT THAT FIRE CODE REQUIRES TO
000128*                      BE TESTED MONTHLY (30 SECONDS) AND
000129*                      ANNUALLY (90 MINUTES).  SEE LGTEGRES.
000130*-----------------------------------------------------------*
000140 01  LIGHT-ATTRIBUTE-RECORD.
000150     05  ATTR-KEY.
000190     05  ATTR-FIXTURE-TYPE       PIC X(06).
000200     05  ATTR-ZONE-CODE          PIC X(04).
000210     05  ATTR-INSTALL-DATE       PIC 9(08).
000220     05  ATTR-EGRESS-FLAG        PIC X(01).
000222         88  ATTR-EGRESS-UNIT            VALUE 'Y'.
000224     05  FILLER                  PIC X(09).
