000100*-----------------------------------------------------------------
000200*  FIBGLJ - GENERAL-LEDGER JOURNAL INTERFACE RECORD CUT BY THE
000300*  MONTH-END CHARGEBACK (FibChargeBack).  ONE TYPE-H HEADER,
000400*  ONE TYPE-D DEBIT PER COST CENTER CHARGED (TO THE CHARGEBACK
000500*  EXPENSE ACCOUNT), ONE TYPE-C CREDIT FOR THE WHOLE MONTH TO
000600*  THE COMPUTING-SERVICES RECOVERY ACCOUNT, AND ONE TYPE-T
000700*  TRAILER CARRYING THE DETAIL COUNT AND BOTH TOTALS.  THE
000800*  JOURNAL IS BALANCED BY CONSTRUCTION - DEBITS = CREDIT - AND
000900*  THE PROGRAM PROVES IT AGAINST THE STATEMENT BEFORE ENDING
001000*  CLEAN.  AMOUNTS ARE UNSIGNED; THE TYPE SAYS WHICH SIDE.
001100*-----------------------------------------------------------------
001200*  DATE       INIT  DESCRIPTION
001300*  10/15/26   RH    ORIGINAL COPYBOOK.
001400*-----------------------------------------------------------------
001500 01  FIB-GLJ-RECORD.
001600     05  FIB-GLJ-TYPE            PIC X(01).
001700         88  FIB-GLJ-IS-HEADER           VALUE "H".
001800         88  FIB-GLJ-IS-DEBIT            VALUE "D".
001900         88  FIB-GLJ-IS-CREDIT           VALUE "C".
002000         88  FIB-GLJ-IS-TRAILER          VALUE "T".
002100     05  FIB-GLJ-SOURCE          PIC X(08).
002200     05  FIB-GLJ-PERIOD          PIC 9(06).
002300     05  FIB-GLJ-BODY            PIC X(85).
002400     05  FIB-GLJ-HEADER-BODY     REDEFINES FIB-GLJ-BODY.
002500         10  FIB-GLJ-CREATED-DATE
002600                                 PIC 9(08).
002700         10  FILLER              PIC X(77).
002800     05  FIB-GLJ-LINE-BODY       REDEFINES FIB-GLJ-BODY.
002900         10  FIB-GLJ-ACCOUNT     PIC X(08).
003000         10  FIB-GLJ-COST-CENTER PIC X(08).
003100         10  FIB-GLJ-AMOUNT      PIC 9(11)V9(02).
003200         10  FIB-GLJ-DESC        PIC X(30).
003300         10  FILLER              PIC X(26).
003400     05  FIB-GLJ-TRAILER-BODY    REDEFINES FIB-GLJ-BODY.
003500         10  FIB-GLJ-LINE-COUNT  PIC 9(06).
003600         10  FIB-GLJ-DEBIT-TOTAL PIC 9(11)V9(02).
003700         10  FIB-GLJ-CREDIT-TOTAL
003800                                 PIC 9(11)V9(02).
003900         10  FILLER              PIC X(53).
