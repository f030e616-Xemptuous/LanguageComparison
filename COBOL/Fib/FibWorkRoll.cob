003200*                   THE ALERT STEP PAGES OPS.  A RECORD WITH NO
003300*                   RUN DATE (REPORT LINES CUT BEFORE THE DATE
003400*                   COLUMN EXISTED) ROLLS AS RELEASED.
003433*  10/15/26   RH    FIBRUN RECORD LENGTH 90 -> 120 (BEGIN AND END
003466*                   TIMESTAMPS ADDED, SEE FIBRUN.CPY).
003470*  10/15/26   RH    A SECOND SYSIN CARD NOW NAMES THE OPERATOR
003474*                   RUNNING THE ROLLOVER, WHO MUST BE ACTIVE ON
003478*                   THE OPERATOR REGISTRY (FIBOPER) AND HOLD ROLL
003482*                   AUTHORITY.  ANYONE ELSE IS REFUSED RC 16
003486*                   BEFORE A SINGLE FILE ROLLS, AND FibOperAuth
003490*                   LOGS THE REFUSAL TO FIBSECV.
003500*-----------------------------------------------------------------
003600*
003700 ENVIRONMENT DIVISION.
012600 FD  FIB-ACK-WORK-FILE.
012700 01  FIB-ACK-WORK-RECORD      PIC X(80).
012800 FD  FIB-RUN-ARCH-FILE.
012900 01  FIB-RUN-ARCH-RECORD      PIC X(120).
013000 FD  FIB-RUN-WORK-FILE.
013100 01  FIB-RUN-WORK-RECORD      PIC X(120).
013200*
013300****************************************************
013400**  FIB-ROLL-RPT-FILE - ONE-PAGE CONTROL SUMMARY   *
015900     88  FIB-WR-OUT-OF-BALANCE        VALUE "N".
016000 01  FIB-WR-CUTOFF            PIC 9(08)          VALUE ZERO.
016100 01  FIB-WR-CUTOFF-X          PIC X(08).
016150 01  FIB-WR-OPERATOR          PIC X(08)          VALUE SPACES.
016200 01  FIB-WR-DATE-X            PIC X(08).
016300 01  FIB-WR-READ              PIC S9(9)  COMP-5.
016400 01  FIB-WR-KEPT              PIC S9(9)  COMP-5.
016900 01  FIB-RENAME-OLD-NAME      PIC X(08).
017000 01  FIB-RENAME-NEW-NAME      PIC X(08).
017100 01  FIB-RENAME-RC            PIC S9(9)  COMP-5.
017116*
017132****************************************************
017148**  OPERATOR AUTHORITY CHECK (FibOperAuth).        *
017164****************************************************
017180 COPY FIBOCHK.
017200*
017300****************************************************
017400**  CONTROL SUMMARY PAGE LINE LAYOUTS.             *
021200****************************************************
021300**  1000-INITIALIZE - PICK UP THE CUTOFF DATE     *
021400**  (SYSIN, CCYYMMDD - EVERY RUN DATE OLDER THAN  *
021450**  IT IS RELEASED AND ROLLED) AND THE OPERATOR   *
021500**  (SYSIN, WHO MUST HOLD ROLL AUTHORITY ON THE   *
021550**  OPERATOR REGISTRY), VALIDATE THEM, AND        *
021600**  OPEN THE CONTROL PAGE.                        *
021700****************************************************
021800 1000-INITIALIZE.
021900     ACCEPT FIB-WR-CUTOFF.
021950     ACCEPT FIB-WR-OPERATOR.
022000     OPEN OUTPUT FIB-ROLL-RPT-FILE.
022100     WRITE FIB-ROLL-RPT-LINE FROM FIB-WRR-HEADING-1.
022200     IF FIB-WR-CUTOFF NOT NUMERIC
023400         MOVE FIB-WR-CUTOFF TO FIB-WRR-CUTOFF
023500         MOVE FIB-WR-CUTOFF TO FIB-WR-CUTOFF-X
023600         WRITE FIB-ROLL-RPT-LINE FROM FIB-WRR-DATE-LINE
023605     END-IF.
023610     IF NOT FIB-WR-ABORTED
023615         MOVE FIB-WR-OPERATOR     TO FIB-OCHK-OPERATOR
023620         MOVE "ROLL"              TO FIB-OCHK-AUTHORITY
023625         MOVE "FibWorkRoll"       TO FIB-OCHK-PROGRAM
023630         CALL 'FibOperAuth' USING BY REFERENCE FIB-OCHK-PARMS
023635         IF FIB-OCHK-REFUSED
023640             DISPLAY "FIBWORKROLL: OPERATOR '" FIB-WR-OPERATOR
023645                 "' MAY NOT ROLL - NOTHING ROLLED"
023650             MOVE "OPERATOR NOT AUTHORIZED TO ROLL - "
023655                 TO FIB-WRR-TEXT
023660             WRITE FIB-ROLL-RPT-LINE FROM FIB-WRR-TEXT-LINE
023665             MOVE "NOTHING ROLLED" TO FIB-WRR-TEXT
023670             WRITE FIB-ROLL-RPT-LINE FROM FIB-WRR-TEXT-LINE
023675             MOVE 16 TO RETURN-CODE
023680             SET FIB-WR-ABORTED TO TRUE
023685         END-IF
023700     END-IF.
023800 1000-EXIT.
023900     EXIT.
