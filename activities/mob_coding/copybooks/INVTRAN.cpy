      *-----------------------------------------------------------*
000010*  INVTRAN.CPY
000020*  Record layout for the stockroom inventory transaction
000030*  file (DDNAME INVTRAN), keyed to INVMAST by fixture type.
000040*
000050*     IVT-TRAN-CODE  'A'  ADD OR CHANGE A STOCKED TYPE --
000060*                         DESCRIPTION, REORDER POINT, REORDER
000070*                         QUANTITY, UNIT COST
000080*                    'P'  PURCHASE ORDER PLACED (ON ORDER UP)
000090*                    'R'  RECEIPT (ON HAND UP, ON ORDER DOWN,
000100*                         UNIT COST REPLACED IF GIVEN)
000110*                    'I'  ISSUE TO A CREW OR CONTRACTOR (ON
000120*                         HAND DOWN, RESERVATION RELIEVED)
000130*                    'C'  PHYSICAL COUNT (ON HAND REPLACED)
000140*     IVT-REFERENCE  PO, WORK ORDER, OR COUNT SHEET NUMBER
000150*
000160*  HISTORY
000170*     2026-10-14  CJM  Initial version.
000180*-----------------------------------------------------------*
000190 01  INVENTORY-TRANSACTION-RECORD.
000200     05  IVT-TRAN-CODE           PIC X(01).
000210         88  IVT-ADD-CHANGE              VALUE 'A'.
000220         88  IVT-PO-PLACED               VALUE 'P'.
000230         88  IVT-RECEIPT                 VALUE 'R'.
000240         88  IVT-ISSUE                   VALUE 'I'.
000250         88  IVT-COUNT                   VALUE 'C'.
000260     05  IVT-FIXTURE-TYPE        PIC X(06).
000270     05  IVT-QUANTITY            PIC 9(07).
000280     05  IVT-UNIT-COST           PIC 9(05)V99.
000290     05  IVT-REORDER-POINT       PIC 9(07).
000300     05  IVT-REORDER-QTY         PIC 9(07).
000310     05  IVT-DESCRIPTION         PIC X(20).
000320     05  IVT-TRAN-DATE           PIC 9(08).
000330     05  IVT-REFERENCE           PIC X(10).
000340     05  FILLER                  PIC X(07).
