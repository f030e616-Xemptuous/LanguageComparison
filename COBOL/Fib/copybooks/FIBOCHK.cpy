000100*-----------------------------------------------------------------
000200*  FIBOCHK - PARAMETER BLOCK FOR THE OPERATOR AUTHORITY CHECK,
000300*  CALL 'FibOperAuth' USING FIB-OCHK-PARMS.  THE CALLER MOVES IN
000400*  THE OPERATOR ID AS KEYED, THE AUTHORITY THE WORK NEEDS, AND
000500*  ITS OWN PROGRAM NAME; FibOperAuth LOOKS THE OPERATOR UP ON THE
000600*  FIBOPER REGISTRY (SEE FIBOPER.CPY) AND ANSWERS GRANTED OR
000700*  REFUSED.  A REFUSAL HAS ALREADY BEEN DISPLAYED AND LOGGED TO
000800*  FIBSECV BY THE TIME THE CALL RETURNS - THE CALLER ONLY STOPS.
000900*-----------------------------------------------------------------
001000*  DATE       INIT  DESCRIPTION
001100*  10/15/26   RH    ORIGINAL COPYBOOK.
001150*  10/15/26   RH    ADDED AUTHORITIES RQST, RATE, SLA AND STEP.
001200*-----------------------------------------------------------------
001300 01  FIB-OCHK-PARMS.
001400     05  FIB-OCHK-OPERATOR       PIC X(08).
001500     05  FIB-OCHK-AUTHORITY      PIC X(08).
001600         88  FIB-OCHK-FOR-DECK           VALUE "DECK".
001700         88  FIB-OCHK-FOR-DLVP           VALUE "DLVP".
001800         88  FIB-OCHK-FOR-LOCK           VALUE "LOCK".
001900         88  FIB-OCHK-FOR-PURGE          VALUE "PURGE".
002000         88  FIB-OCHK-FOR-REBUILD        VALUE "REBUILD".
002100         88  FIB-OCHK-FOR-ROLL           VALUE "ROLL".
002200         88  FIB-OCHK-FOR-ADMIN          VALUE "ADMIN".
002220         88  FIB-OCHK-FOR-RQST           VALUE "RQST".
002240         88  FIB-OCHK-FOR-RATE           VALUE "RATE".
002260         88  FIB-OCHK-FOR-SLA            VALUE "SLA".
002280         88  FIB-OCHK-FOR-STEP           VALUE "STEP".
002300     05  FIB-OCHK-PROGRAM        PIC X(16).
002400     05  FIB-OCHK-RESULT-SW      PIC X(01).
002500         88  FIB-OCHK-GRANTED            VALUE "Y".
002600         88  FIB-OCHK-REFUSED            VALUE "N".
