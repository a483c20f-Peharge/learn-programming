001407*                 SHARED WITH ROSTRBLD AND INQUIRE, NOW THAT  *
001408*                 IT CARRIES THE SITE CODE. THE NIGHTLY       *
001409*                 RECONCILIATION STAYS SITE-WIDE.             *
001410* 2026-10-15 RH   A SIGN-IN THAT CARRIES A PRE-REGISTRATION   *
001411*                 REFERENCE CODE (VL-REF-CODE) IS MATCHED TO  *
001412*                 THE ROSTER ENTRY WITH THE SAME CODE, SO A   *
001413*                 MISSPELT NAME NO LONGER TURNS A BOOKED      *
001414*                 GUEST INTO A WALK-IN AND A NO-SHOW. A       *
001415*                 SIGN-IN WITHOUT A CODE, OR WITH ONE NOT ON  *
001416*                 TODAY'S ROSTER, IS STILL MATCHED ON THE     *
001417*                 NAME. ROSTER IS NOW 46 BYTES.               *
001400*-----------------------------------------------------------*
001500*
001600*-----------------------------------------------------------*
001900* ROSTER ENTRY IT MATCHES. ANY SIGN-IN THAT DOES NOT MATCH   *
002000* THE ROSTER IS A WALK-IN; ANY ROSTER ENTRY LEFT UNMATCHED   *
002100* AT THE END IS A NO-SHOW. BOTH LISTS GO TO RECONRPT.        *
002110* A SIGN-IN MADE WITH A PRE-REGISTRATION REFERENCE CODE IS   *
002120* MATCHED ON THE CODE FIRST AND ON THE NAME ONLY IF THE CODE *
002130* IS NOT ON TODAY'S ROSTER.                                  *
002200*-----------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400
003800
003900 FILE SECTION.
004000 FD  ROSTER
004100     RECORD CONTAINS 46 CHARACTERS.
004200     COPY "ROSTER.CPY".
004500
004600 FD  VISITLOG
009000         10  RT-NAME             PIC X(30).
009100         10  RT-FOUND-SWITCH     PIC X(01).
009200             88  RT-FOUND                VALUE "Y".
009250         10  RT-REF-CODE         PIC X(06).
009300*
009400*-----------------------------------------------------------*
009500* REPORT LINE LAYOUTS                                        *
016800             SET RT-IDX TO WS-ROSTER-COUNT
016900             MOVE RO-NAME TO RT-NAME(RT-IDX)
017000             MOVE "N" TO RT-FOUND-SWITCH(RT-IDX)
017005             MOVE RO-REF-CODE TO RT-REF-CODE(RT-IDX)
017010         ELSE
017020             MOVE RO-NAME TO WS-OV-NAME
017030             WRITE RECONRPT-LINE FROM WS-OVERFLOW-LINE
020500     EXIT.
020600*
020700*-----------------------------------------------------------*
020800* 3100-SEARCH-ROSTER - LOOK FOR VL-REF-CODE, THEN VL-NAME,   *
020850*                      IN THE ROSTER TABLE                   *
020900*-----------------------------------------------------------*
021000 3100-SEARCH-ROSTER.
021100     MOVE "N" TO WS-MATCH-SWITCH.
021110     IF VL-REF-CODE NOT = SPACES
021120         PERFORM 3120-CHECK-ROSTER-CODE
021130             THRU 3120-CHECK-ROSTER-CODE-EXIT
021140             VARYING WS-TABLE-INDEX FROM 1 BY 1
021150             UNTIL WS-TABLE-INDEX > WS-ROSTER-COUNT
021160             OR WS-MATCH-FOUND
021170         IF WS-MATCH-FOUND
021180             GO TO 3100-SEARCH-ROSTER-EXIT
021190         END-IF
021195     END-IF.
021200     PERFORM 3110-CHECK-ROSTER-ENTRY
021300         THRU 3110-CHECK-ROSTER-ENTRY-EXIT
021400         VARYING WS-TABLE-INDEX FROM 1 BY 1
022800     END-IF.
022900 3110-CHECK-ROSTER-ENTRY-EXIT.
023000     EXIT.
023010*
023020*-----------------------------------------------------------*
023030* 3120-CHECK-ROSTER-CODE - COMPARE ONE TABLE ENTRY'S CODE    *
023040*-----------------------------------------------------------*
023050 3120-CHECK-ROSTER-CODE.
023060     SET RT-IDX TO WS-TABLE-INDEX.
023070     IF RT-REF-CODE(RT-IDX) = VL-REF-CODE
023080         MOVE "Y" TO WS-MATCH-SWITCH
023090         MOVE "Y" TO RT-FOUND-SWITCH(RT-IDX)
023092     END-IF.
023094 3120-CHECK-ROSTER-CODE-EXIT.
023096     EXIT.
023100*
023200*-----------------------------------------------------------*
023300* 3900-READ-VISITLOG - READ THE NEXT LOG RECORD               *
