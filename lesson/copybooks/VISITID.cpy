001410*    2026-08-22  LS   CARRY THE SIGNED-ON OPERATOR ID SO EVERY  *
001420*                     CALLED PROGRAM CAN STAMP ITS RECORDS WITH *
001430*                     WHO WAS AT THE DESK.                      *
001440*    2026-10-15  LS   ADD VISIT-NIGHT-STREAM - NIGHTRUN CALLS    *
001450*                     THE POSTING RUN WITH THE MODE AT "B" AND   *
001460*                     ITS OWN NAME AS THE OPERATOR.              *
001470*    2026-10-15  LS   CARRY THE SIGNED-ON OPERATOR'S ROLE SO A   *
001480*                     CALLED SCREEN CAN CHECK IT.                *
001500******************************************************************
001600 01  VISIT-IDENTITY.
001700     05  VISIT-MODE              PIC X(01).
001800         88  VISIT-PRECAPTURED       VALUE "Y".
001900         88  VISIT-STANDALONE        VALUE "N".
001950         88  VISIT-NIGHT-STREAM      VALUE "B".
002000     05  VISIT-MBR-ID            PIC X(20).
002100     05  VISIT-MBR-NAME.
002110         10  VISIT-SURNAME       PIC X(20).
002120         10  VISIT-GIVEN-NAME    PIC X(15).
002200     05  VISIT-OPERATOR-ID       PIC X(08).
002300     05  VISIT-OPERATOR-ROLE     PIC X(01).
002400         88  VISIT-ROLE-CLERK        VALUE "C".
002500         88  VISIT-ROLE-SUPERVISOR   VALUE "S".
002600         88  VISIT-ROLE-MANAGER      VALUE "M".
002700         88  VISIT-ROLE-ADMIN        VALUE "A".
