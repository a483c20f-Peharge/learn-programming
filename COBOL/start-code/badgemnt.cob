000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BADGEMNT.
000300 AUTHOR. R HALVORSEN.
000400 INSTALLATION. FRONT DESK SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                      *
001000*-----------------------------------------------------------*
001100* 2026-10-15 RH   ORIGINAL VERSION - SECURITY MAINTENANCE    *
001200*                 OF THE PERMANENT BADGE REGISTER (ACCTRL,   *
001300*                 ACCTRL.CPY) CHECKED BY STARTCODE. EACH     *
001400*                 BADGE IS TIED TO ITS HOLDER ON CUSTMAS.    *
001410* 2026-10-15 RH   ACCTRL IS NOW INDEXED ON THE BADGE ID -    *
001420*                 FIND, CHANGE AND ISSUE ARE KEYED READS,    *
001430*                 REWRITES AND WRITES; THE ACCTWORK WORK     *
001440*                 FILE IS RETIRED.                           *
001450* 2026-10-15 RH   A FAILED REGISTER UPDATE IS NO LONGER      *
001460*                 AUDITED OR SHOWN AS DONE; A REPLACEMENT    *
001470*                 BADGE IS WRITTEN BEFORE THE OLD ONE IS     *
001480*                 REVOKED.                                   *
001490* 2026-10-15 RH   A SUSPENDED BADGE IS NO LONGER REISSUED    *
001495*                 UNTIL IT HAS BEEN REINSTATED.              *
001500*-----------------------------------------------------------*
001600*
001700*-----------------------------------------------------------*
001800* INTERACTIVE MAINTENANCE FOR SECURITY. FUNCTIONS: I=ISSUE  *
001900* A NEW BADGE TO A CUSTMAS HOLDER, R=REISSUE (RENEW THE     *
002000* SAME BADGE, OR REPLACE IT UNDER A NEW BADGE ID), P=RESET  *
002100* THE PIN, V=REVOKE, X=REPORT LOST, S=SUSPEND OR REINSTATE, *
002200* L=LIST THE REGISTER, Q=QUIT. A BADGE IS NEVER DELETED -   *
002300* ITS STATUS CHANGES AND THE RECORD IS KEPT. EVERY CHANGE   *
002400* IS AUDITED TO THE SHARED AUDITLOG; THE PIN ITSELF NEVER   *
002500* GOES TO THE LOG. THE REGISTER IS INDEXED ON THE BADGE     *
002600* ID - A CHANGE TO AN EXISTING BADGE IS A KEYED READ AND A  *
002700* REWRITE IN PLACE.                                         *
002800*-----------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT ACCTRL ASSIGN TO "ACCTRL"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS AC-BADGE-ID
003700         FILE STATUS IS WS-ACCTRL-STATUS.
003900     SELECT CUSTMAS ASSIGN TO "CUSTMAS"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS RANDOM
004200         RECORD KEY IS CM-ID
004300         ALTERNATE RECORD KEY IS CM-NAME
004400             WITH DUPLICATES
004500         FILE STATUS IS WS-CUSTMAS-STATUS.
004600     SELECT AUDITLOG ASSIGN TO "AUDITLOG"
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-AUDITLOG-STATUS.
004900
005000 DATA DIVISION.
005100
005200 FILE SECTION.
005300 FD  ACCTRL
005400     RECORD CONTAINS 100 CHARACTERS.
005500     COPY "ACCTRL.CPY".
005600
006100 FD  CUSTMAS
006200     RECORD CONTAINS 60 CHARACTERS.
006300     COPY "CUSTMAS.CPY".
006400
006500 FD  AUDITLOG
006600     RECORD CONTAINS 80 CHARACTERS.
006700     COPY "AUDITLOG.CPY".
006800
006900 WORKING-STORAGE SECTION.
007000*
007100*-----------------------------------------------------------*
007200* SWITCHES AND FILE STATUS FIELDS                            *
007300*-----------------------------------------------------------*
007400 77  WS-ACCTRL-STATUS        PIC X(02)   VALUE "00".
007500     88  WS-ACCTRL-EOF                   VALUE "10".
007600     88  WS-ACCTRL-NOT-FOUND             VALUE "35".
007900 77  WS-CUSTMAS-STATUS       PIC X(02)   VALUE "00".
008000 77  WS-AUDITLOG-STATUS      PIC X(02)   VALUE "00".
008100     88  WS-AUDITLOG-NOT-FOUND           VALUE "35".
008200 77  WS-QUIT-SWITCH          PIC X(01)   VALUE "N".
008300     88  WS-QUIT                         VALUE "Y".
008400 77  WS-EOF-SWITCH           PIC X(01)   VALUE "N".
008500     88  WS-EOF                          VALUE "Y".
008800 77  WS-BADGE-FOUND-SWITCH   PIC X(01)   VALUE "N".
008900     88  WS-BADGE-FOUND                  VALUE "Y".
009000 77  WS-HOLDER-FOUND-SWITCH  PIC X(01)   VALUE "N".
009100     88  WS-HOLDER-FOUND                 VALUE "Y".
009200 77  WS-ENTRY-OK-SWITCH      PIC X(01)   VALUE "N".
009300     88  WS-ENTRY-OK                     VALUE "Y".
009320 77  WS-REWRITE-OK-SWITCH    PIC X(01)   VALUE "N".
009340     88  WS-REWRITE-OK                   VALUE "Y".
009400*
009500*-----------------------------------------------------------*
009600* OPERATOR ENTRY FIELDS                                      *
009700*-----------------------------------------------------------*
009800 77  WS-FUNCTION-CODE        PIC X(01).
009900 77  WS-ENTRY-BADGE-ID       PIC X(10).
010000 77  WS-ENTRY-NEW-BADGE-ID   PIC X(10).
010100 77  WS-ENTRY-HOLDER-ID      PIC X(10).
010200 77  WS-ENTRY-PIN            PIC X(04).
010300 77  WS-ENTRY-PIN-AGAIN      PIC X(04).
010400 77  WS-ENTRY-SPONSOR        PIC X(20).
010500 77  WS-ENTRY-EXPIRY         PIC X(08).
010600 77  WS-CONFIRM-REPLY        PIC X(01).
010700 77  WS-LIST-COUNT           PIC 9(03) COMP VALUE 0.
010800*
010900*-----------------------------------------------------------*
011000* THE BADGE FOUND ON THE REGISTER BY 3800-FIND-BADGE         *
011100*-----------------------------------------------------------*
011200 01  WS-FOUND-BADGE.
011300     05  FB-BADGE-ID         PIC X(10).
011400     05  FB-PIN              PIC X(04).
011500     05  FB-HOLDER-ID        PIC X(10).
011600     05  FB-HOLDER-NAME      PIC X(30).
011700     05  FB-SPONSOR-DEPT     PIC X(20).
011800     05  FB-ISSUE-DATE       PIC 9(08).
011900     05  FB-EXPIRY-DATE      PIC 9(08).
012000     05  FB-STATUS           PIC X(01).
012100         88  FB-ACTIVE               VALUE "A".
012200         88  FB-SUSPENDED            VALUE "S".
012300         88  FB-REVOKED              VALUE "R".
012400         88  FB-LOST                 VALUE "L".
012500     05  FB-FILLER           PIC X(09).
012600*
012700*-----------------------------------------------------------*
012800* THE CHANGE 3850-REWRITE-REGISTER APPLIES TO ONE BADGE -    *
012900* SPACES OR ZERO IN A FIELD LEAVE THAT FIELD AS IT IS        *
013000*-----------------------------------------------------------*
013100 01  WS-BADGE-CHANGE.
013200     05  WS-CHG-BADGE-ID     PIC X(10).
013300     05  WS-CHG-PIN          PIC X(04).
013400     05  WS-CHG-ISSUE-DATE   PIC 9(08).
013500     05  WS-CHG-EXPIRY-DATE  PIC 9(08).
013600     05  WS-CHG-STATUS       PIC X(01).
013700*
013800*-----------------------------------------------------------*
013900* THE HOLDER AS FOUND ON CUSTMAS                             *
014000*-----------------------------------------------------------*
014100 01  WS-HOLDER.
014200     05  WS-HOLDER-NAME      PIC X(30).
014300     05  WS-HOLDER-DEPT      PIC X(20).
014400*
014500*-----------------------------------------------------------*
014600* EXPIRY - A BADGE RUNS ONE YEAR FROM ISSUE UNLESS SECURITY  *
014700* TYPES AN EARLIER OR LATER DATE                             *
014800*-----------------------------------------------------------*
014900 01  WS-DEFAULT-EXPIRY-AREA.
015000     05  WS-DEFAULT-EXPIRY   PIC 9(08).
015100     05  WS-DEFAULT-EXPIRY-R REDEFINES WS-DEFAULT-EXPIRY.
015200         10  WS-DX-YEAR      PIC 9(04).
015300         10  WS-DX-MMDD      PIC 9(04).
015400 77  WS-EXPIRY-DATE          PIC 9(08).
015500*
015600*-----------------------------------------------------------*
015700* AUDIT EVENT BUILD AREA AND CURRENT DATE/TIME               *
015800*-----------------------------------------------------------*
015900 01  WS-AUDIT-EVENT.
016000     05  WS-AE-CODE          PIC X(08).
016100     05  WS-AE-DETAIL        PIC X(50).
016200 01  WS-CURRENT-DATE-TIME.
016300     05  WS-CURRENT-DATE     PIC 9(08).
016400     05  WS-CURRENT-TIME     PIC 9(06).
016500     05  WS-CURRENT-HUNDTHS  PIC 9(02).
016600     05  WS-CURRENT-TZ       PIC X(05).
016700
016800 PROCEDURE DIVISION.
016900
017000 0000-MAINLINE.
017100     PERFORM 1000-INITIALIZE
017200         THRU 1000-INITIALIZE-EXIT.
017300     PERFORM 2000-PROCESS-ONE-FUNCTION
017400         THRU 2000-PROCESS-ONE-FUNCTION-EXIT
017500         UNTIL WS-QUIT.
017600     PERFORM 9000-TERMINATE
017700         THRU 9000-TERMINATE-EXIT.
017800     STOP RUN.
017900
018000*-----------------------------------------------------------*
018100* 1000-INITIALIZE - OPEN THE AUDIT LOG, NOTE THE RUN AND     *
018200*                   WORK OUT THE DEFAULT EXPIRY DATE         *
018300*-----------------------------------------------------------*
018400 1000-INITIALIZE.
018500     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
018600     PERFORM 6000-OPEN-AUDITLOG
018700         THRU 6000-OPEN-AUDITLOG-EXIT.
018800     MOVE "RUNSTART" TO WS-AE-CODE.
018900     MOVE SPACES TO WS-AE-DETAIL.
019000     PERFORM 6100-WRITE-AUDIT-EVENT
019100         THRU 6100-WRITE-AUDIT-EVENT-EXIT.
019200     MOVE WS-CURRENT-DATE TO WS-DEFAULT-EXPIRY.
019300     ADD 1 TO WS-DX-YEAR.
019400*    A BADGE ISSUED ON 29 FEBRUARY RUNS TO 28 FEBRUARY.
019500     IF WS-DX-MMDD = 0229
019600         MOVE 0228 TO WS-DX-MMDD
019700     END-IF.
019800 1000-INITIALIZE-EXIT.
019900     EXIT.
020000*
020100*-----------------------------------------------------------*
020200* 2000-PROCESS-ONE-FUNCTION - PROMPT FOR AND RUN ONE         *
020300*                             MAINTENANCE FUNCTION           *
020400*-----------------------------------------------------------*
020500 2000-PROCESS-ONE-FUNCTION.
020600     DISPLAY "Function - I=Issue R=Reissue P=PIN reset "
020700         "V=Revoke X=Lost".
020800     DISPLAY "           S=Suspend/reinstate L=List Q=Quit: ".
020900     ACCEPT WS-FUNCTION-CODE.
021000     IF WS-FUNCTION-CODE = "I"
021100         PERFORM 3000-ISSUE-BADGE
021200             THRU 3000-ISSUE-BADGE-EXIT
021300         GO TO 2000-PROCESS-ONE-FUNCTION-EXIT
021400     END-IF.
021500     IF WS-FUNCTION-CODE = "R"
021600         PERFORM 3100-REISSUE-BADGE
021700             THRU 3100-REISSUE-BADGE-EXIT
021800         GO TO 2000-PROCESS-ONE-FUNCTION-EXIT
021900     END-IF.
022000     IF WS-FUNCTION-CODE = "P"
022100         PERFORM 3200-RESET-PIN
022200             THRU 3200-RESET-PIN-EXIT
022300         GO TO 2000-PROCESS-ONE-FUNCTION-EXIT
022400     END-IF.
022500     IF WS-FUNCTION-CODE = "V"
022600         PERFORM 3300-REVOKE-BADGE
022700             THRU 3300-REVOKE-BADGE-EXIT
022800         GO TO 2000-PROCESS-ONE-FUNCTION-EXIT
022900     END-IF.
023000     IF WS-FUNCTION-CODE = "X"
023100         PERFORM 3400-REPORT-LOST
023200             THRU 3400-REPORT-LOST-EXIT
023300         GO TO 2000-PROCESS-ONE-FUNCTION-EXIT
023400     END-IF.
023500     IF WS-FUNCTION-CODE = "S"
023600         PERFORM 3500-SUSPEND-BADGE
023700             THRU 3500-SUSPEND-BADGE-EXIT
023800         GO TO 2000-PROCESS-ONE-FUNCTION-EXIT
023900     END-IF.
024000     IF WS-FUNCTION-CODE = "L"
024100         PERFORM 3600-LIST-BADGES
024200             THRU 3600-LIST-BADGES-EXIT
024300         GO TO 2000-PROCESS-ONE-FUNCTION-EXIT
024400     END-IF.
024500     IF WS-FUNCTION-CODE = "Q"
024600         MOVE "Y" TO WS-QUIT-SWITCH
024700     ELSE
024800         DISPLAY "Unknown function - enter I R P V X S L or Q"
024900     END-IF.
025000 2000-PROCESS-ONE-FUNCTION-EXIT.
025100     EXIT.
025200*
025300*-----------------------------------------------------------*
025400* 3000-ISSUE-BADGE - ISSUE A NEW PERMANENT BADGE TO A HOLDER *
025500*                    ON CUSTMAS. THE BADGE ID MUST BE NEW TO *
025600*                    THE REGISTER; THE SPONSORING DEPARTMENT *
025700*                    DEFAULTS TO THE HOLDER'S OWN.           *
025800*-----------------------------------------------------------*
025900 3000-ISSUE-BADGE.
026000     DISPLAY "Holder ID (CUSTMAS): ".
026100     ACCEPT WS-ENTRY-HOLDER-ID.
026200     PERFORM 3700-LOOKUP-HOLDER
026300         THRU 3700-LOOKUP-HOLDER-EXIT.
026400     IF NOT WS-HOLDER-FOUND
026500         DISPLAY "Holder not on the visitor master - not issued."
026600         GO TO 3000-ISSUE-BADGE-EXIT
026700     END-IF.
026800     DISPLAY "Holder: " WS-HOLDER-NAME " " WS-HOLDER-DEPT.
026900     DISPLAY "New badge ID: ".
027000     ACCEPT WS-ENTRY-BADGE-ID.
027100     IF WS-ENTRY-BADGE-ID = SPACES
027200         DISPLAY "A badge ID is required - not issued."
027300         GO TO 3000-ISSUE-BADGE-EXIT
027400     END-IF.
027500     PERFORM 3800-FIND-BADGE
027600         THRU 3800-FIND-BADGE-EXIT.
027700     IF WS-BADGE-FOUND
027800         DISPLAY "That badge ID is already on the register - "
027900             "not issued."
028000         GO TO 3000-ISSUE-BADGE-EXIT
028100     END-IF.
028200     PERFORM 3710-ACCEPT-PIN
028300         THRU 3710-ACCEPT-PIN-EXIT.
028400     IF NOT WS-ENTRY-OK
028500         GO TO 3000-ISSUE-BADGE-EXIT
028600     END-IF.
028700     DISPLAY "Sponsoring department (blank = holder's): ".
028800     ACCEPT WS-ENTRY-SPONSOR.
028900     IF WS-ENTRY-SPONSOR = SPACES
029000         MOVE WS-HOLDER-DEPT TO WS-ENTRY-SPONSOR
029100     END-IF.
029200     PERFORM 3720-ACCEPT-EXPIRY
029300         THRU 3720-ACCEPT-EXPIRY-EXIT.
029400     IF NOT WS-ENTRY-OK
029500         GO TO 3000-ISSUE-BADGE-EXIT
029600     END-IF.
029700     PERFORM 4000-OPEN-ACCTRL
029800         THRU 4000-OPEN-ACCTRL-EXIT.
029810     IF WS-ACCTRL-STATUS NOT = "00"
029820         PERFORM 3870-REGISTER-FAILED
029830             THRU 3870-REGISTER-FAILED-EXIT
029840         GO TO 3000-ISSUE-BADGE-EXIT
029850     END-IF.
029900     MOVE WS-ENTRY-BADGE-ID TO AC-BADGE-ID.
030000     MOVE WS-ENTRY-PIN TO AC-PIN.
030100     MOVE WS-ENTRY-HOLDER-ID TO AC-HOLDER-ID.
030200     MOVE WS-HOLDER-NAME TO AC-HOLDER-NAME.
030300     MOVE WS-ENTRY-SPONSOR TO AC-SPONSOR-DEPT.
030400     MOVE WS-CURRENT-DATE TO AC-ISSUE-DATE.
030500     MOVE WS-EXPIRY-DATE TO AC-EXPIRY-DATE.
030600     MOVE "A" TO AC-STATUS.
030700     MOVE SPACES TO AC-FILLER.
030800     WRITE ACCTRL-RECORD
030810         INVALID KEY
030820             DISPLAY "That badge ID is already on the register - "
030830                 "not issued."
030840             CLOSE ACCTRL
030850             GO TO 3000-ISSUE-BADGE-EXIT
030860     END-WRITE.
030865     IF WS-ACCTRL-STATUS NOT = "00" AND NOT = "02"
030870         PERFORM 3870-REGISTER-FAILED
030875             THRU 3870-REGISTER-FAILED-EXIT
030880         CLOSE ACCTRL
030885         GO TO 3000-ISSUE-BADGE-EXIT
030890     END-IF.
030900     CLOSE ACCTRL.
031000     MOVE "BDGREG  " TO WS-AE-CODE.
031100     MOVE SPACES TO WS-AE-DETAIL.
031200     STRING "BADGE " WS-ENTRY-BADGE-ID
031300         " HOLDER " WS-ENTRY-HOLDER-ID
031400         " EXP " WS-EXPIRY-DATE
031500         DELIMITED BY SIZE INTO WS-AE-DETAIL.
031600     PERFORM 6100-WRITE-AUDIT-EVENT
031700         THRU 6100-WRITE-AUDIT-EVENT-EXIT.
031800     DISPLAY "Badge issued.".
031900 3000-ISSUE-BADGE-EXIT.
032000     EXIT.
032100*
032200*-----------------------------------------------------------*
032300* 3100-REISSUE-BADGE - A BLANK NEW BADGE ID RENEWS THE SAME  *
032400*                      BADGE (NEW ISSUE AND EXPIRY DATES,    *
032500*                      BACK TO ACTIVE). A NEW BADGE ID       *
032600*                      REPLACES IT - THE OLD BADGE IS        *
032700*                      REVOKED (A LOST ONE STAYS LOST) AND   *
032800*                      THE NEW ONE GOES TO THE SAME HOLDER.  *
032900*                      A REVOKED BADGE IS NOT REISSUED, A    *
033000*                      SUSPENDED ONE MUST BE REINSTATED      *
033050*                      FIRST AND A LOST ONE IS ONLY EVER     *
033070*                      REPLACED.                             *
033100*-----------------------------------------------------------*
033200 3100-REISSUE-BADGE.
033300     DISPLAY "Badge ID to reissue: ".
033400     ACCEPT WS-ENTRY-BADGE-ID.
033500     PERFORM 3800-FIND-BADGE
033600         THRU 3800-FIND-BADGE-EXIT.
033700     IF NOT WS-BADGE-FOUND
033800         DISPLAY "No such badge on the register."
033900         GO TO 3100-REISSUE-BADGE-EXIT
034000     END-IF.
034100     IF FB-REVOKED
034200         DISPLAY "That badge is revoked - issue a new one."
034300         GO TO 3100-REISSUE-BADGE-EXIT
034400     END-IF.
034410     IF FB-SUSPENDED
034420         DISPLAY "That badge is suspended - reinstate it "
034430             "first."
034440         GO TO 3100-REISSUE-BADGE-EXIT
034450     END-IF.
034500     DISPLAY "Holder: " FB-HOLDER-ID " " FB-HOLDER-NAME.
034600     DISPLAY "Replacement badge ID (blank = renew this one): ".
034700     ACCEPT WS-ENTRY-NEW-BADGE-ID.
034800     IF WS-ENTRY-NEW-BADGE-ID = SPACES
034900         OR WS-ENTRY-NEW-BADGE-ID = WS-ENTRY-BADGE-ID
035000         IF FB-LOST
035100             DISPLAY "A lost badge must be replaced under a new"
035200                 " badge ID."
035300             GO TO 3100-REISSUE-BADGE-EXIT
035400         END-IF
035500         PERFORM 3720-ACCEPT-EXPIRY
035600             THRU 3720-ACCEPT-EXPIRY-EXIT
035700         IF NOT WS-ENTRY-OK
035800             GO TO 3100-REISSUE-BADGE-EXIT
035900         END-IF
036000         PERFORM 3840-CLEAR-CHANGE
036100             THRU 3840-CLEAR-CHANGE-EXIT
036200         MOVE WS-CURRENT-DATE TO WS-CHG-ISSUE-DATE
036300         MOVE WS-EXPIRY-DATE TO WS-CHG-EXPIRY-DATE
036400         MOVE "A" TO WS-CHG-STATUS
036500         PERFORM 3850-REWRITE-REGISTER
036600             THRU 3850-REWRITE-REGISTER-EXIT
036620         IF NOT WS-REWRITE-OK
036640             GO TO 3100-REISSUE-BADGE-EXIT
036660         END-IF
036700         MOVE WS-ENTRY-BADGE-ID TO WS-ENTRY-NEW-BADGE-ID
036800         GO TO 3100-REISSUE-AUDIT
036900     END-IF.
037000     MOVE WS-ENTRY-BADGE-ID TO WS-CHG-BADGE-ID.
037100     MOVE WS-ENTRY-NEW-BADGE-ID TO WS-ENTRY-BADGE-ID.
037200     PERFORM 3800-FIND-BADGE
037300         THRU 3800-FIND-BADGE-EXIT.
037400     MOVE WS-CHG-BADGE-ID TO WS-ENTRY-BADGE-ID.
037500     IF WS-BADGE-FOUND
037600         DISPLAY "The replacement badge ID is already on the "
037700             "register - not reissued."
037800         GO TO 3100-REISSUE-BADGE-EXIT
037900     END-IF.
038000*    THE FIND ABOVE OVERWROTE NOTHING - A MISS LEAVES THE
038100*    FOUND-BADGE AREA AS IT WAS FOR THE OLD BADGE.
038200     PERFORM 3710-ACCEPT-PIN
038300         THRU 3710-ACCEPT-PIN-EXIT.
038400     IF NOT WS-ENTRY-OK
038500         GO TO 3100-REISSUE-BADGE-EXIT
038600     END-IF.
038700     PERFORM 3720-ACCEPT-EXPIRY
038800         THRU 3720-ACCEPT-EXPIRY-EXIT.
038900     IF NOT WS-ENTRY-OK
039000         GO TO 3100-REISSUE-BADGE-EXIT
039100     END-IF.
039120*    THE NEW BADGE IS WRITTEN FIRST AND THE OLD ONE REVOKED
039140*    ONLY ONCE IT IS ON THE REGISTER, SO A FAILED WRITE NEVER
039160*    LEAVES THE HOLDER WITHOUT A WORKING BADGE.
039180     PERFORM 4000-OPEN-ACCTRL
039200         THRU 4000-OPEN-ACCTRL-EXIT.
039220     IF WS-ACCTRL-STATUS NOT = "00"
039240         PERFORM 3870-REGISTER-FAILED
039260             THRU 3870-REGISTER-FAILED-EXIT
039280         GO TO 3100-REISSUE-BADGE-EXIT
039300     END-IF.
039320     MOVE WS-ENTRY-NEW-BADGE-ID TO AC-BADGE-ID.
039340     MOVE WS-ENTRY-PIN TO AC-PIN.
039360     MOVE FB-HOLDER-ID TO AC-HOLDER-ID.
039380     MOVE FB-HOLDER-NAME TO AC-HOLDER-NAME.
039400     MOVE FB-SPONSOR-DEPT TO AC-SPONSOR-DEPT.
039420     MOVE WS-CURRENT-DATE TO AC-ISSUE-DATE.
039440     MOVE WS-EXPIRY-DATE TO AC-EXPIRY-DATE.
039460     MOVE "A" TO AC-STATUS.
039480     MOVE SPACES TO AC-FILLER.
039500     WRITE ACCTRL-RECORD
039520         INVALID KEY
039540             DISPLAY "The replacement badge ID is already on the "
039560                 "register - not reissued."
039580             CLOSE ACCTRL
039600             GO TO 3100-REISSUE-BADGE-EXIT
039620     END-WRITE.
039640     IF WS-ACCTRL-STATUS NOT = "00" AND NOT = "02"
039660         PERFORM 3870-REGISTER-FAILED
039680             THRU 3870-REGISTER-FAILED-EXIT
039700         CLOSE ACCTRL
039720         GO TO 3100-REISSUE-BADGE-EXIT
039740     END-IF.
039760     CLOSE ACCTRL.
039780     IF FB-LOST
039800         GO TO 3100-REISSUE-AUDIT
039820     END-IF.
039840     PERFORM 3840-CLEAR-CHANGE
039860         THRU 3840-CLEAR-CHANGE-EXIT.
039880     MOVE "R" TO WS-CHG-STATUS.
039900     PERFORM 3850-REWRITE-REGISTER
039920         THRU 3850-REWRITE-REGISTER-EXIT.
039940     IF WS-REWRITE-OK
039960         GO TO 3100-REISSUE-AUDIT
039980     END-IF.
040000*    THE NEW BADGE IS LIVE BUT THE OLD ONE WAS NOT REVOKED -
040020*    AUDIT ONLY THE ISSUE THAT HAPPENED AND SEND THE OPERATOR
040040*    BACK TO REVOKE THE OLD BADGE.
040060     MOVE "BDGREG  " TO WS-AE-CODE.
040080     MOVE SPACES TO WS-AE-DETAIL.
040100     STRING "BADGE " WS-ENTRY-NEW-BADGE-ID
040120         " HOLDER " FB-HOLDER-ID
040140         " EXP " WS-EXPIRY-DATE
040160         DELIMITED BY SIZE INTO WS-AE-DETAIL.
040180     PERFORM 6100-WRITE-AUDIT-EVENT
040200         THRU 6100-WRITE-AUDIT-EVENT-EXIT.
040220     DISPLAY "Replacement badge issued, but badge "
040240         WS-ENTRY-BADGE-ID " is NOT revoked - revoke it now.".
040260     GO TO 3100-REISSUE-BADGE-EXIT.
040280 3100-REISSUE-AUDIT.
040300     MOVE "BDGREISS" TO WS-AE-CODE.
040320     MOVE SPACES TO WS-AE-DETAIL.
040340     STRING "BADGE " WS-ENTRY-BADGE-ID
040360         " NEW " WS-ENTRY-NEW-BADGE-ID
040380         " HOLDER " FB-HOLDER-ID
040400         DELIMITED BY SIZE INTO WS-AE-DETAIL.
040420     PERFORM 6100-WRITE-AUDIT-EVENT
040440         THRU 6100-WRITE-AUDIT-EVENT-EXIT.
040460     DISPLAY "Badge reissued.".
042200 3100-REISSUE-BADGE-EXIT.
042300     EXIT.
042400*
042500*-----------------------------------------------------------*
042600* 3200-RESET-PIN - GIVE AN ACTIVE OR SUSPENDED BADGE A NEW   *
042700*                  PIN. THE NEW PIN IS NOT LOGGED.           *
042800*-----------------------------------------------------------*
042900 3200-RESET-PIN.
043000     DISPLAY "Badge ID: ".
043100     ACCEPT WS-ENTRY-BADGE-ID.
043200     PERFORM 3800-FIND-BADGE
043300         THRU 3800-FIND-BADGE-EXIT.
043400     IF NOT WS-BADGE-FOUND
043500         DISPLAY "No such badge on the register."
043600         GO TO 3200-RESET-PIN-EXIT
043700     END-IF.
043800     IF FB-REVOKED OR FB-LOST
043900         DISPLAY "That badge is revoked or lost - PIN not reset."
044000         GO TO 3200-RESET-PIN-EXIT
044100     END-IF.
044200     PERFORM 3710-ACCEPT-PIN
044300         THRU 3710-ACCEPT-PIN-EXIT.
044400     IF NOT WS-ENTRY-OK
044500         GO TO 3200-RESET-PIN-EXIT
044600     END-IF.
044700     PERFORM 3840-CLEAR-CHANGE
044800         THRU 3840-CLEAR-CHANGE-EXIT.
044900     MOVE WS-ENTRY-PIN TO WS-CHG-PIN.
045000     PERFORM 3850-REWRITE-REGISTER
045100         THRU 3850-REWRITE-REGISTER-EXIT.
045120     IF NOT WS-REWRITE-OK
045140         GO TO 3200-RESET-PIN-EXIT
045160     END-IF.
045200     MOVE "PINRESET" TO WS-AE-CODE.
045300     MOVE SPACES TO WS-AE-DETAIL.
045400     STRING "BADGE " WS-ENTRY-BADGE-ID
045500         " HOLDER " FB-HOLDER-ID
045600         DELIMITED BY SIZE INTO WS-AE-DETAIL.
045700     PERFORM 6100-WRITE-AUDIT-EVENT
045800         THRU 6100-WRITE-AUDIT-EVENT-EXIT.
045900     DISPLAY "PIN reset.".
046000 3200-RESET-PIN-EXIT.
046100     EXIT.
046200*
046300*-----------------------------------------------------------*
046400* 3300-REVOKE-BADGE - WITHDRAW A BADGE FOR GOOD, AFTER       *
046500*                     CONFIRMATION                           *
046600*-----------------------------------------------------------*
046700 3300-REVOKE-BADGE.
046800     DISPLAY "Badge ID to revoke: ".
046900     ACCEPT WS-ENTRY-BADGE-ID.
047000     PERFORM 3800-FIND-BADGE
047100         THRU 3800-FIND-BADGE-EXIT.
047200     IF NOT WS-BADGE-FOUND
047300         DISPLAY "No such badge on the register."
047400         GO TO 3300-REVOKE-BADGE-EXIT
047500     END-IF.
047600     IF FB-REVOKED
047700         DISPLAY "That badge is already revoked."
047800         GO TO 3300-REVOKE-BADGE-EXIT
047900     END-IF.
048000     DISPLAY "Revoke " FB-BADGE-ID " held by " FB-HOLDER-NAME.
048100     DISPLAY "Confirm (Y/N): ".
048200     ACCEPT WS-CONFIRM-REPLY.
048300     IF WS-CONFIRM-REPLY NOT = "Y"
048400         DISPLAY "Not revoked."
048500         GO TO 3300-REVOKE-BADGE-EXIT
048600     END-IF.
048700     PERFORM 3840-CLEAR-CHANGE
048800         THRU 3840-CLEAR-CHANGE-EXIT.
048900     MOVE "R" TO WS-CHG-STATUS.
049000     PERFORM 3850-REWRITE-REGISTER
049100         THRU 3850-REWRITE-REGISTER-EXIT.
049120     IF NOT WS-REWRITE-OK
049140         GO TO 3300-REVOKE-BADGE-EXIT
049160     END-IF.
049200     MOVE "BDGREVOK" TO WS-AE-CODE.
049300     MOVE SPACES TO WS-AE-DETAIL.
049400     STRING "BADGE " WS-ENTRY-BADGE-ID
049500         " HOLDER " FB-HOLDER-ID
049600         DELIMITED BY SIZE INTO WS-AE-DETAIL.
049700     PERFORM 6100-WRITE-AUDIT-EVENT
049800         THRU 6100-WRITE-AUDIT-EVENT-EXIT.
049900     DISPLAY "Badge revoked.".
050000 3300-REVOKE-BADGE-EXIT.
050100     EXIT.
050200*
050300*-----------------------------------------------------------*
050400* 3400-REPORT-LOST - MARK AN ACTIVE OR SUSPENDED BADGE LOST  *
050500*                    SO THE DESK REFUSES IT AT ONCE. THE     *
050600*                    HOLDER GETS A REPLACEMENT THROUGH THE   *
050700*                    REISSUE FUNCTION.                       *
050800*-----------------------------------------------------------*
050900 3400-REPORT-LOST.
051000     DISPLAY "Badge ID reported lost: ".
051100     ACCEPT WS-ENTRY-BADGE-ID.
051200     PERFORM 3800-FIND-BADGE
051300         THRU 3800-FIND-BADGE-EXIT.
051400     IF NOT WS-BADGE-FOUND
051500         DISPLAY "No such badge on the register."
051600         GO TO 3400-REPORT-LOST-EXIT
051700     END-IF.
051800     IF FB-REVOKED OR FB-LOST
051900         DISPLAY "That badge is already revoked or lost."
052000         GO TO 3400-REPORT-LOST-EXIT
052100     END-IF.
052200     PERFORM 3840-CLEAR-CHANGE
052300         THRU 3840-CLEAR-CHANGE-EXIT.
052400     MOVE "L" TO WS-CHG-STATUS.
052500     PERFORM 3850-REWRITE-REGISTER
052600         THRU 3850-REWRITE-REGISTER-EXIT.
052620     IF NOT WS-REWRITE-OK
052640         GO TO 3400-REPORT-LOST-EXIT
052660     END-IF.
052700     MOVE "BDGLOST " TO WS-AE-CODE.
052800     MOVE SPACES TO WS-AE-DETAIL.
052900     STRING "BADGE " WS-ENTRY-BADGE-ID
053000         " HOLDER " FB-HOLDER-ID
053100         DELIMITED BY SIZE INTO WS-AE-DETAIL.
053200     PERFORM 6100-WRITE-AUDIT-EVENT
053300         THRU 6100-WRITE-AUDIT-EVENT-EXIT.
053400     DISPLAY "Badge marked lost.".
053500 3400-REPORT-LOST-EXIT.
053600     EXIT.
053700*
053800*-----------------------------------------------------------*
053900* 3500-SUSPEND-BADGE - AN ACTIVE BADGE IS SUSPENDED, A       *
054000*                      SUSPENDED ONE IS REINSTATED           *
054100*-----------------------------------------------------------*
054200 3500-SUSPEND-BADGE.
054300     DISPLAY "Badge ID to suspend or reinstate: ".
054400     ACCEPT WS-ENTRY-BADGE-ID.
054500     PERFORM 3800-FIND-BADGE
054600         THRU 3800-FIND-BADGE-EXIT.
054700     IF NOT WS-BADGE-FOUND
054800         DISPLAY "No such badge on the register."
054900         GO TO 3500-SUSPEND-BADGE-EXIT
055000     END-IF.
055100     IF NOT FB-ACTIVE AND NOT FB-SUSPENDED
055200         DISPLAY "That badge is revoked or lost - no change."
055300         GO TO 3500-SUSPEND-BADGE-EXIT
055400     END-IF.
055500     PERFORM 3840-CLEAR-CHANGE
055600         THRU 3840-CLEAR-CHANGE-EXIT.
055700     IF FB-ACTIVE
055800         MOVE "S" TO WS-CHG-STATUS
055900         MOVE "BDGSUSP " TO WS-AE-CODE
056000     ELSE
056100         MOVE "A" TO WS-CHG-STATUS
056200         MOVE "BDGRSTR " TO WS-AE-CODE
056300     END-IF.
056400     PERFORM 3850-REWRITE-REGISTER
056500         THRU 3850-REWRITE-REGISTER-EXIT.
056520     IF NOT WS-REWRITE-OK
056540         GO TO 3500-SUSPEND-BADGE-EXIT
056560     END-IF.
056600     MOVE SPACES TO WS-AE-DETAIL.
056700     STRING "BADGE " WS-ENTRY-BADGE-ID
056800         " HOLDER " FB-HOLDER-ID
056900         DELIMITED BY SIZE INTO WS-AE-DETAIL.
057000     PERFORM 6100-WRITE-AUDIT-EVENT
057100         THRU 6100-WRITE-AUDIT-EVENT-EXIT.
057200     IF FB-ACTIVE
057300         DISPLAY "Badge suspended."
057400     ELSE
057500         DISPLAY "Badge reinstated."
057600     END-IF.
057700 3500-SUSPEND-BADGE-EXIT.
057800     EXIT.
057900*
058000*-----------------------------------------------------------*
058100* 3600-LIST-BADGES - SHOW EVERY BADGE ON THE REGISTER        *
058200*-----------------------------------------------------------*
058300 3600-LIST-BADGES.
058400     MOVE "N" TO WS-EOF-SWITCH.
058500     MOVE 0 TO WS-LIST-COUNT.
058600     MOVE "00" TO WS-ACCTRL-STATUS.
058700     OPEN INPUT ACCTRL.
058800     IF WS-ACCTRL-NOT-FOUND
058900         DISPLAY "No badge register yet."
059000         GO TO 3600-LIST-BADGES-EXIT
059100     END-IF.
059200     PERFORM 3900-READ-ACCTRL
059300         THRU 3900-READ-ACCTRL-EXIT.
059400     PERFORM 3610-LIST-ONE-BADGE
059500         THRU 3610-LIST-ONE-BADGE-EXIT
059600         UNTIL WS-EOF.
059700     CLOSE ACCTRL.
059800     IF WS-LIST-COUNT = 0
059900         DISPLAY "No badges on the register."
060000     END-IF.
060100 3600-LIST-BADGES-EXIT.
060200     EXIT.
060300*
060400 3610-LIST-ONE-BADGE.
060500     ADD 1 TO WS-LIST-COUNT.
060600     DISPLAY AC-STATUS " " AC-BADGE-ID " " AC-HOLDER-ID " "
060700         AC-HOLDER-NAME " " AC-EXPIRY-DATE.
060800     PERFORM 3900-READ-ACCTRL
060900         THRU 3900-READ-ACCTRL-EXIT.
061000 3610-LIST-ONE-BADGE-EXIT.
061100     EXIT.
061200*
061300*-----------------------------------------------------------*
061400* 3700-LOOKUP-HOLDER - READ CUSTMAS BY CM-ID FOR THE HOLDER   *
061500*                      ID THE OPERATOR TYPED                 *
061600*-----------------------------------------------------------*
061700 3700-LOOKUP-HOLDER.
061800     MOVE "N" TO WS-HOLDER-FOUND-SWITCH.
061900     MOVE SPACES TO WS-HOLDER.
062000     IF WS-ENTRY-HOLDER-ID = SPACES
062100         GO TO 3700-LOOKUP-HOLDER-EXIT
062200     END-IF.
062300     OPEN INPUT CUSTMAS.
062400     IF WS-CUSTMAS-STATUS NOT = "00"
062500         MOVE "FILESTAT" TO WS-AE-CODE
062600         MOVE SPACES TO WS-AE-DETAIL
062700         STRING "CUSTMAS STATUS " WS-CUSTMAS-STATUS
062800             DELIMITED BY SIZE INTO WS-AE-DETAIL
062900         PERFORM 6100-WRITE-AUDIT-EVENT
063000             THRU 6100-WRITE-AUDIT-EVENT-EXIT
063100         GO TO 3700-LOOKUP-HOLDER-EXIT
063200     END-IF.
063300     MOVE WS-ENTRY-HOLDER-ID TO CM-ID.
063400     READ CUSTMAS
063500         INVALID KEY
063600             CONTINUE
063700         NOT INVALID KEY
063800             MOVE "Y" TO WS-HOLDER-FOUND-SWITCH
063900             MOVE CM-NAME TO WS-HOLDER-NAME
064000             MOVE CM-DEPARTMENT TO WS-HOLDER-DEPT
064100     END-READ.
064200     CLOSE CUSTMAS.
064300 3700-LOOKUP-HOLDER-EXIT.
064400     EXIT.
064500*
064600*-----------------------------------------------------------*
064700* 3710-ACCEPT-PIN - TAKE A FOUR-DIGIT PIN TWICE, UNECHOED,   *
064800*                   AND INSIST THE TWO AGREE                 *
064900*-----------------------------------------------------------*
065000 3710-ACCEPT-PIN.
065100     MOVE "N" TO WS-ENTRY-OK-SWITCH.
065200     DISPLAY "New PIN (4 digits): ".
065300     ACCEPT WS-ENTRY-PIN WITH NO-ECHO.
065400     DISPLAY "Repeat PIN: ".
065500     ACCEPT WS-ENTRY-PIN-AGAIN WITH NO-ECHO.
065600     IF WS-ENTRY-PIN NOT NUMERIC
065700         DISPLAY "The PIN must be four digits - no change."
065800         GO TO 3710-ACCEPT-PIN-EXIT
065900     END-IF.
066000     IF WS-ENTRY-PIN NOT = WS-ENTRY-PIN-AGAIN
066100         DISPLAY "The two PINs differ - no change."
066200         GO TO 3710-ACCEPT-PIN-EXIT
066300     END-IF.
066400     MOVE "Y" TO WS-ENTRY-OK-SWITCH.
066500 3710-ACCEPT-PIN-EXIT.
066600     EXIT.
066700*
066800*-----------------------------------------------------------*
066900* 3720-ACCEPT-EXPIRY - BLANK TAKES THE ONE-YEAR DEFAULT; A   *
067000*                      TYPED DATE MUST LIE AFTER TODAY       *
067100*-----------------------------------------------------------*
067200 3720-ACCEPT-EXPIRY.
067300     MOVE "N" TO WS-ENTRY-OK-SWITCH.
067400     DISPLAY "Expiry date YYYYMMDD (blank = "
067500         WS-DEFAULT-EXPIRY "): ".
067600     ACCEPT WS-ENTRY-EXPIRY.
067700     IF WS-ENTRY-EXPIRY = SPACES
067800         MOVE WS-DEFAULT-EXPIRY TO WS-EXPIRY-DATE
067900         MOVE "Y" TO WS-ENTRY-OK-SWITCH
068000         GO TO 3720-ACCEPT-EXPIRY-EXIT
068100     END-IF.
068200     IF WS-ENTRY-EXPIRY NOT NUMERIC
068300         DISPLAY "Invalid expiry date - no change."
068400         GO TO 3720-ACCEPT-EXPIRY-EXIT
068500     END-IF.
068600     MOVE WS-ENTRY-EXPIRY TO WS-EXPIRY-DATE.
068700     IF WS-EXPIRY-DATE NOT > WS-CURRENT-DATE
068800         DISPLAY "The expiry date must be after today - "
068900             "no change."
069000         GO TO 3720-ACCEPT-EXPIRY-EXIT
069100     END-IF.
069200     MOVE "Y" TO WS-ENTRY-OK-SWITCH.
069300 3720-ACCEPT-EXPIRY-EXIT.
069400     EXIT.
069500*
069600*-----------------------------------------------------------*
069700* 3800-FIND-BADGE - KEYED READ OF THE REGISTER FOR           *
069720*                   WS-ENTRY-BADGE-ID, KEEPING A COPY OF THE *
069740*                   RECORD FOUND                             *
069760*-----------------------------------------------------------*
069780 3800-FIND-BADGE.
069800     MOVE "N" TO WS-BADGE-FOUND-SWITCH.
069820     IF WS-ENTRY-BADGE-ID = SPACES
069840         GO TO 3800-FIND-BADGE-EXIT
069860     END-IF.
069880     MOVE "00" TO WS-ACCTRL-STATUS.
069900     OPEN INPUT ACCTRL.
069920     IF WS-ACCTRL-STATUS NOT = "00"
069940         GO TO 3800-FIND-BADGE-EXIT
069960     END-IF.
069980     MOVE WS-ENTRY-BADGE-ID TO AC-BADGE-ID.
070000     READ ACCTRL
070020         INVALID KEY
070040             CONTINUE
070060         NOT INVALID KEY
070080             MOVE "Y" TO WS-BADGE-FOUND-SWITCH
070100             MOVE ACCTRL-RECORD TO WS-FOUND-BADGE
070120     END-READ.
070140     CLOSE ACCTRL.
070160 3800-FIND-BADGE-EXIT.
070180     EXIT.
073000*
073100*-----------------------------------------------------------*
073200* 3840-CLEAR-CHANGE - START A CHANGE TO WS-ENTRY-BADGE-ID    *
073300*                     WITH EVERY FIELD LEFT AS IT IS         *
073400*-----------------------------------------------------------*
073500 3840-CLEAR-CHANGE.
073600     MOVE WS-ENTRY-BADGE-ID TO WS-CHG-BADGE-ID.
073700     MOVE SPACES TO WS-CHG-PIN.
073800     MOVE 0 TO WS-CHG-ISSUE-DATE.
073900     MOVE 0 TO WS-CHG-EXPIRY-DATE.
074000     MOVE SPACE TO WS-CHG-STATUS.
074100 3840-CLEAR-CHANGE-EXIT.
074200     EXIT.
074300*
074400*-----------------------------------------------------------*
074420* 3850-REWRITE-REGISTER - READ THE ONE BADGE WS-BADGE-CHANGE *
074440*                         NAMES, APPLY THE CHANGE AND        *
074460*                         REWRITE IT IN PLACE. WS-REWRITE-OK *
074480*                         IS SET ONLY IF THE REWRITE WORKED  *
074500*-----------------------------------------------------------*
074580 3850-REWRITE-REGISTER.
074600     MOVE "N" TO WS-REWRITE-OK-SWITCH.
074620     MOVE "00" TO WS-ACCTRL-STATUS.
074640     OPEN I-O ACCTRL.
074660     IF WS-ACCTRL-STATUS NOT = "00"
074680         PERFORM 3870-REGISTER-FAILED
074700             THRU 3870-REGISTER-FAILED-EXIT
074720         GO TO 3850-REWRITE-REGISTER-EXIT
074740     END-IF.
074760     MOVE WS-CHG-BADGE-ID TO AC-BADGE-ID.
074780     READ ACCTRL
074800         INVALID KEY
074820             CONTINUE
074840         NOT INVALID KEY
074860             PERFORM 3860-APPLY-CHANGE
074880                 THRU 3860-APPLY-CHANGE-EXIT
074900             REWRITE ACCTRL-RECORD
074920                 INVALID KEY
074940                     CONTINUE
074960             END-REWRITE
074980     END-READ.
075000*    TESTED BEFORE THE CLOSE, WHICH WOULD RESET THE STATUS.
075020     IF WS-ACCTRL-STATUS = "00" OR WS-ACCTRL-STATUS = "02"
075040         MOVE "Y" TO WS-REWRITE-OK-SWITCH
075060     ELSE
075080         PERFORM 3870-REGISTER-FAILED
075100             THRU 3870-REGISTER-FAILED-EXIT
075120     END-IF.
075140     CLOSE ACCTRL.
075160 3850-REWRITE-REGISTER-EXIT.
075180     EXIT.
075200*
075220 3860-APPLY-CHANGE.
075240     IF WS-CHG-PIN NOT = SPACES
075260         MOVE WS-CHG-PIN TO AC-PIN
075280     END-IF.
075300     IF WS-CHG-ISSUE-DATE NOT = 0
075320         MOVE WS-CHG-ISSUE-DATE TO AC-ISSUE-DATE
075340     END-IF.
075360     IF WS-CHG-EXPIRY-DATE NOT = 0
075380         MOVE WS-CHG-EXPIRY-DATE TO AC-EXPIRY-DATE
075400     END-IF.
075420     IF WS-CHG-STATUS NOT = SPACE
075440         MOVE WS-CHG-STATUS TO AC-STATUS
075460     END-IF.
075480 3860-APPLY-CHANGE-EXIT.
075500     EXIT.
075501*
075502*-----------------------------------------------------------*
075503* 3870-REGISTER-FAILED - THE REGISTER COULD NOT BE UPDATED - *
075504*                        TELL THE OPERATOR AND AUDIT THE     *
075505*                        FILE STATUS                         *
075506*-----------------------------------------------------------*
075507 3870-REGISTER-FAILED.
075508     DISPLAY "The badge register could not be updated - "
075509         "no change made.".
075510     MOVE "FILESTAT" TO WS-AE-CODE.
075511     MOVE SPACES TO WS-AE-DETAIL.
075512     STRING "ACCTRL STATUS " WS-ACCTRL-STATUS
075513         DELIMITED BY SIZE INTO WS-AE-DETAIL.
075514     PERFORM 6100-WRITE-AUDIT-EVENT
075515         THRU 6100-WRITE-AUDIT-EVENT-EXIT.
075516 3870-REGISTER-FAILED-EXIT.
075517     EXIT.
075520*
075540*-----------------------------------------------------------*
075560* 3900-READ-ACCTRL - READ THE NEXT BADGE ON THE REGISTER IN  *
075580*                    BADGE ID ORDER                          *
075600*-----------------------------------------------------------*
075620 3900-READ-ACCTRL.
075640     READ ACCTRL NEXT RECORD
075660         AT END
075680             MOVE "Y" TO WS-EOF-SWITCH
075700     END-READ.
075720 3900-READ-ACCTRL-EXIT.
075740     EXIT.
075760*
075780*-----------------------------------------------------------*
075800* 4000-OPEN-ACCTRL - OPEN (OR CREATE) THE REGISTER FOR       *
075820*                    UPDATE                                  *
075840*-----------------------------------------------------------*
075860 4000-OPEN-ACCTRL.
075880     MOVE "00" TO WS-ACCTRL-STATUS.
075900     OPEN I-O ACCTRL.
075920     IF WS-ACCTRL-NOT-FOUND
075940         OPEN OUTPUT ACCTRL
075960         CLOSE ACCTRL
075980         OPEN I-O ACCTRL
076000     END-IF.
076020 4000-OPEN-ACCTRL-EXIT.
076040     EXIT.
084500*
084600*-----------------------------------------------------------*
084700* 6000-OPEN-AUDITLOG - OPEN (OR CREATE) THE SHARED AUDIT LOG *
084800*-----------------------------------------------------------*
084900 6000-OPEN-AUDITLOG.
085000     OPEN EXTEND AUDITLOG.
085100     IF WS-AUDITLOG-NOT-FOUND
085200         OPEN OUTPUT AUDITLOG
085300         CLOSE AUDITLOG
085400         OPEN EXTEND AUDITLOG
085500     END-IF.
085600 6000-OPEN-AUDITLOG-EXIT.
085700     EXIT.
085800*
085900*-----------------------------------------------------------*
086000* 6100-WRITE-AUDIT-EVENT - APPEND ONE TIMESTAMPED EVENT      *
086100*-----------------------------------------------------------*
086200 6100-WRITE-AUDIT-EVENT.
086300     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
086400     MOVE WS-CURRENT-DATE TO AU-DATE.
086500     MOVE WS-CURRENT-TIME TO AU-TIME.
086600     MOVE "BADGEMNT" TO AU-PROGRAM.
086700     MOVE WS-AE-CODE TO AU-EVENT-CODE.
086800     MOVE WS-AE-DETAIL TO AU-DETAIL.
086900     WRITE AUDITLOG-RECORD.
087000 6100-WRITE-AUDIT-EVENT-EXIT.
087100     EXIT.
087200*
087300*-----------------------------------------------------------*
087400* 9000-TERMINATE - WRITE THE RUN-END EVENT AND CLOSE FILES   *
087500*-----------------------------------------------------------*
087600 9000-TERMINATE.
087700     MOVE "RUNEND  " TO WS-AE-CODE.
087800     MOVE SPACES TO WS-AE-DETAIL.
087900     PERFORM 6100-WRITE-AUDIT-EVENT
088000         THRU 6100-WRITE-AUDIT-EVENT-EXIT.
088100     CLOSE AUDITLOG.
088200 9000-TERMINATE-EXIT.
088300     EXIT.
