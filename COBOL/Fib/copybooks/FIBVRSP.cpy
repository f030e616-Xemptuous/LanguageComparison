000100*-----------------------------------------------------------------
000200*  FIBVRSP - VALUE-VERIFICATION RESPONSE, CUT BY FibVerify FOR ONE
000300*  REQUESTOR AND TRANSMITTED BACK TO THE DESTINATION NODE ON ITS
000400*  FIBDLVP DELIVERY PROFILE.  ONE TYPE-D ROW PER FIBVREQ ROW
000500*  RECEIVED (FIB-VRSP-ROW-NO IS ITS POSITION IN THE FILE THEY
000600*  SENT), FOLLOWED BY ONE TYPE-T TRAILER CARRYING THE CONTROL
000700*  TOTALS.  COMMA-DELIMITED LIKE THE EXTRACT (SEE FIBEXTR.CPY).
000800*
000900*  FIB-VRSP-STATUS ON A TYPE-D ROW:
001000*    M - MATCHED: THE LIVE FIBHIST TERM HOLDS THE SAME VALUE.
001100*    V - VALUE MISMATCH: THE TERM EXISTS BUT HOLDS ANOTHER
001200*        VALUE, WHICH IS RETURNED IN FIB-VRSP-OUR-VALUE.
001300*        FIB-VRSP-SOURCE SAYS WHETHER THE TERM WAS FOUND LIVE (L)
001400*        OR ONLY IN A PURGED ARCHIVE (A).
001500*    U - UNKNOWN TERM: NO SUCH RUN DATE, SEQUENCE AND TERM WAS
001600*        EVER PRODUCED, LIVE OR ARCHIVED.
001700*    A - ARCHIVED ONLY: THE TERM WAS PURGED FROM FIBHIST, BUT THE
001800*        FIBHARC ARCHIVE GENERATION DATED FIB-VRSP-ARCH-DATE
001900*        HOLDS THE SAME VALUE.
002000*    R - REJECTED: THE ROW COULD NOT BE CHECKED;
002100*        FIB-VRSP-REASON SAYS WHY.  CORRECT AND RESEND IT.
002200*  THE TRAILER'S COUNTS FOOT: MATCHED + MISMATCHED + UNKNOWN +
002300*  ARCHIVED ONLY + REJECTED = ROWS RECEIVED = TYPE-D ROWS SENT.
002400*-----------------------------------------------------------------
002500*  DATE       INIT  DESCRIPTION
002600*  10/15/26   RH    ORIGINAL COPYBOOK.
002700*-----------------------------------------------------------------
002800 01  FIB-VRSP-RECORD.
002900     05  FIB-VRSP-TYPE           PIC X(01).
003000         88  FIB-VRSP-IS-DETAIL          VALUE "D".
003100         88  FIB-VRSP-IS-TRAILER         VALUE "T".
003200     05  FIB-VRSP-COMMA-1        PIC X(01).
003300     05  FIB-VRSP-REQUESTOR      PIC X(08).
003400     05  FIB-VRSP-COMMA-2        PIC X(01).
003500     05  FIB-VRSP-DETAIL-AREA.
003600         10  FIB-VRSP-SEQ-ID     PIC X(08).
003700         10  FIB-VRSP-COMMA-3    PIC X(01).
003800         10  FIB-VRSP-RUN-DATE   PIC 9(08).
003900         10  FIB-VRSP-COMMA-4    PIC X(01).
004000         10  FIB-VRSP-I          PIC 9(09).
004100         10  FIB-VRSP-COMMA-5    PIC X(01).
004200         10  FIB-VRSP-ROW-NO     PIC 9(09).
004300         10  FIB-VRSP-COMMA-6    PIC X(01).
004400         10  FIB-VRSP-STATUS     PIC X(01).
004500             88  FIB-VRSP-MATCHED        VALUE "M".
004600             88  FIB-VRSP-MISMATCH       VALUE "V".
004700             88  FIB-VRSP-UNKNOWN        VALUE "U".
004800             88  FIB-VRSP-ARCHIVED       VALUE "A".
004900             88  FIB-VRSP-REJECTED       VALUE "R".
005000         10  FIB-VRSP-COMMA-7    PIC X(01).
005100         10  FIB-VRSP-SOURCE     PIC X(01).
005200             88  FIB-VRSP-FROM-LIVE      VALUE "L".
005300             88  FIB-VRSP-FROM-ARCHIVE   VALUE "A".
005400         10  FIB-VRSP-COMMA-8    PIC X(01).
005500         10  FIB-VRSP-ARCH-DATE  PIC 9(08).
005600         10  FIB-VRSP-COMMA-9    PIC X(01).
005700         10  FIB-VRSP-OFLOW-SW   PIC X(01).
005800         10  FIB-VRSP-COMMA-10   PIC X(01).
005900         10  FIB-VRSP-ANSWER     PIC X(150).
006000         10  FIB-VRSP-OUR-VALUE  REDEFINES FIB-VRSP-ANSWER
006100                                  PIC X(150).
006200         10  FIB-VRSP-REASON     REDEFINES FIB-VRSP-ANSWER
006300                                  PIC X(150).
006400     05  FIB-VRSP-TOTALS-AREA    REDEFINES FIB-VRSP-DETAIL-AREA.
006500         10  FIB-VRSP-DEST-NODE  PIC X(17).
006600         10  FIB-VRSP-COMMA-11   PIC X(01).
006700         10  FIB-VRSP-ROWS       PIC 9(09).
006800         10  FIB-VRSP-COMMA-12   PIC X(01).
006900         10  FIB-VRSP-MATCH-CT   PIC 9(09).
007000         10  FIB-VRSP-COMMA-13   PIC X(01).
007100         10  FIB-VRSP-MISM-CT    PIC 9(09).
007200         10  FIB-VRSP-COMMA-14   PIC X(01).
007300         10  FIB-VRSP-UNKN-CT    PIC 9(09).
007400         10  FIB-VRSP-COMMA-15   PIC X(01).
007500         10  FIB-VRSP-ARCH-CT    PIC 9(09).
007600         10  FIB-VRSP-COMMA-16   PIC X(01).
007700         10  FIB-VRSP-REJ-CT     PIC 9(09).
007800         10  FILLER              PIC X(126).
