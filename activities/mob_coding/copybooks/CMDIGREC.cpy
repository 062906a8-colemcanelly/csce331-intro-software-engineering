      *-----------------------------------------------------------*
000010*  CMDIGREC.CPY
000020*  Record layout for the ignored-command carry file (DDNAMES
000030*  IGNIN / IGNOUT).  One record per controller command that
000040*  LGTCMDAK found ignored on its last run, in (row, column)
000050*  order, rolled forward night to night like the LGTRECON
000060*  suspense file:
000070*
000080*     CIG-COMMANDED-STATUS  THE STATE LGTSCHED ASKED FOR
000090*                           ('O' ON / 'F' OFF)
000100*     CIG-MASTER-STATUS     WHAT LIGHT-STATUS-MASTER STILL
000110*                           SHOWED AFTER THE NEXT SCAN
000120*     CIG-NIGHTS            CONSECUTIVE NIGHTS THE SAME
000130*                           COMMAND HAS BEEN IGNORED -- 2 OR
000140*                           MORE IS A STUCK RELAY
000150*
000160*  HISTORY
000170*     2026-10-14  CJM  Initial version.
000180*-----------------------------------------------------------*
000190 01  COMMAND-IGNORED-RECORD.
000200     05  CIG-KEY.
000210         10  CIG-ROW             PIC 9(05).
000220         10  CIG-COL             PIC 9(05).
000230     05  CIG-LIGHT-ID            PIC X(10).
000240     05  CIG-ZONE-CODE           PIC X(04).
000250     05  CIG-COMMANDED-STATUS    PIC X(01).
000260     05  CIG-MASTER-STATUS       PIC X(01).
000270     05  CIG-FIRST-IGNORED       PIC 9(08).
000280     05  CIG-LAST-IGNORED        PIC 9(08).
000290     05  CIG-NIGHTS              PIC 9(03).
000300     05  FILLER                  PIC X(15).
