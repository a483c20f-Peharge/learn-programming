000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. INDUCMNT.
000300 AUTHOR. R HALVORSEN.
000400 INSTALLATION. FRONT DESK SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                       *
001000*-----------------------------------------------------------*
001100* 2026-10-15 RH   ORIGINAL VERSION - SAFETY OFFICE           *
001200*                 MAINTENANCE OF THE CONTRACTOR INDUCTION    *
001300*                 REGISTER (INDUCTN, INDUCT.CPY) CHECKED BY  *
001400*                 STARTCODE ON EVERY CONTRACTOR SIGN-IN.     *
001410* 2026-10-15 RH   A FAILED OPEN, WRITE OR REWRITE OF THE     *
001420*                 REGISTER IS REPORTED AND AUDITED AS        *
001430*                 FILESTAT, NOT AS AN ADD OR RENEWAL.        *
001440* 2026-10-15 RH   A REGISTER THAT CANNOT BE READ IS          *
001450*                 REPORTED AS FILESTAT ON LIST AND LOOKUP,   *
001460*                 AND A TYPED INDUCTION OR EXPIRY DATE       *
001470*                 MUST BE A REAL CALENDAR DATE.              *
001500*-----------------------------------------------------------*
001600*
001700*-----------------------------------------------------------*
001800* INTERACTIVE MAINTENANCE FOR THE SAFETY OFFICE. FUNCTIONS:  *
001900* A=ADD A NEW INDUCTION, R=RENEW AN INDUCTION (NEW INDUCTION *
002000* DATE, OFFICER AND EXPIRY), L=LIST THE REGISTER BY COMPANY, *
002100* Q=QUIT. AN ENTRY IS ONE CONTRACTOR, COMPANY AND SITE; THE  *
002200* NAME AND COMPANY ARE KEPT IN UPPER CASE. AN INDUCTION RUNS *
002300* TWELVE MONTHS FROM ITS DATE UNLESS THE OFFICER TYPES       *
002400* ANOTHER EXPIRY. ENTRIES ARE NOT DELETED HERE - PRIVREQ     *
002450* REMOVES THEM ON AN ERASURE - SO A LAPSED ONE SIMPLY STOPS  *
002500* BEING CURRENT. EVERY ADD AND RENEWAL IS AUDITED TO THE     *
002600* SHARED AUDITLOG.                                           *
002700*-----------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT INDUCTN ASSIGN TO "INDUCTN"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS IN-KEY
003600         ALTERNATE RECORD KEY IS IN-COMPANY
003700             WITH DUPLICATES
003800         FILE STATUS IS WS-INDUCTN-STATUS.
003900     SELECT AUDITLOG ASSIGN TO "AUDITLOG"
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-AUDITLOG-STATUS.
004200
004300 DATA DIVISION.
004400
004500 FILE SECTION.
004600 FD  INDUCTN
004700     RECORD CONTAINS 100 CHARACTERS.
004800     COPY "INDUCT.CPY".
004900
005000 FD  AUDITLOG
005100     RECORD CONTAINS 80 CHARACTERS.
005200     COPY "AUDITLOG.CPY".
005300
005400 WORKING-STORAGE SECTION.
005500*
005600*-----------------------------------------------------------*
005700* SWITCHES AND FILE STATUS FIELDS                            *
005800*-----------------------------------------------------------*
005900 77  WS-INDUCTN-STATUS       PIC X(02)   VALUE "00".
006000     88  WS-INDUCTN-NOT-FOUND            VALUE "35".
006100 77  WS-AUDITLOG-STATUS      PIC X(02)   VALUE "00".
006200     88  WS-AUDITLOG-NOT-FOUND           VALUE "35".
006300 77  WS-QUIT-SWITCH          PIC X(01)   VALUE "N".
006400     88  WS-QUIT                         VALUE "Y".
006500 77  WS-EOF-SWITCH           PIC X(01)   VALUE "N".
006600     88  WS-EOF                          VALUE "Y".
006700 77  WS-ENTRY-FOUND-SWITCH   PIC X(01)   VALUE "N".
006800     88  WS-ENTRY-FOUND                  VALUE "Y".
006900 77  WS-ENTRY-OK-SWITCH      PIC X(01)   VALUE "N".
007000     88  WS-ENTRY-OK                     VALUE "Y".
007010 77  WS-FIND-FAILED-SWITCH   PIC X(01)   VALUE "N".
007020     88  WS-FIND-FAILED                  VALUE "Y".
007100*
007200*-----------------------------------------------------------*
007300* OPERATOR ENTRY FIELDS                                      *
007400*-----------------------------------------------------------*
007500 77  WS-FUNCTION-CODE        PIC X(01).
007600 77  WS-ENTRY-NAME           PIC X(30).
007700 77  WS-ENTRY-COMPANY        PIC X(20).
007800 77  WS-ENTRY-SITE           PIC X(02).
007900     88  WS-ENTRY-SITE-VALID             VALUES "01", "02".
008000 77  WS-ENTRY-OFFICER        PIC X(20).
008100 77  WS-ENTRY-DATE           PIC X(08).
008200 77  WS-ENTRY-EXPIRY         PIC X(08).
008300 77  WS-LIST-COMPANY         PIC X(20).
008400 77  WS-LIST-COUNT           PIC 9(03) COMP VALUE 0.
008500 77  WS-LIST-FLAG            PIC X(08).
008600*
008700*-----------------------------------------------------------*
008800* THE ENTRY FOUND ON THE REGISTER BY 3800-FIND-ENTRY         *
008900*-----------------------------------------------------------*
009000 01  WS-FOUND-ENTRY.
009100     05  FE-NAME             PIC X(30).
009200     05  FE-COMPANY          PIC X(20).
009300     05  FE-SITE-CODE        PIC X(02).
009400     05  FE-INDUCT-DATE      PIC 9(08).
009500     05  FE-EXPIRY-DATE      PIC 9(08).
009600     05  FE-OFFICER          PIC X(20).
009700     05  FE-RENEW-COUNT      PIC 9(02).
009800     05  FE-FILLER           PIC X(10).
009900*
010000*-----------------------------------------------------------*
010100* INDUCTION AND EXPIRY DATES - AN INDUCTION RUNS ONE YEAR    *
010200* FROM ITS DATE UNLESS THE OFFICER TYPES ANOTHER EXPIRY      *
010300*-----------------------------------------------------------*
010400 77  WS-INDUCT-DATE          PIC 9(08).
010500 01  WS-DEFAULT-EXPIRY-AREA.
010600     05  WS-DEFAULT-EXPIRY   PIC 9(08).
010700     05  WS-DEFAULT-EXPIRY-R REDEFINES WS-DEFAULT-EXPIRY.
010800         10  WS-DX-YEAR      PIC 9(04).
010900         10  WS-DX-MMDD      PIC 9(04).
011000 77  WS-EXPIRY-DATE          PIC 9(08).
011100*
011200*-----------------------------------------------------------*
011300* AUDIT EVENT BUILD AREA AND CURRENT DATE/TIME               *
011400*-----------------------------------------------------------*
011500 01  WS-AUDIT-EVENT.
011600     05  WS-AE-CODE          PIC X(08).
011700     05  WS-AE-DETAIL        PIC X(50).
011800 01  WS-CURRENT-DATE-TIME.
011900     05  WS-CURRENT-DATE     PIC 9(08).
012000     05  WS-CURRENT-TIME     PIC 9(06).
012100     05  WS-CURRENT-HUNDTHS  PIC 9(02).
012200     05  WS-CURRENT-TZ       PIC X(05).
012300
012400 PROCEDURE DIVISION.
012500
012600 0000-MAINLINE.
012700     PERFORM 1000-INITIALIZE
012800         THRU 1000-INITIALIZE-EXIT.
012900     PERFORM 2000-PROCESS-ONE-FUNCTION
013000         THRU 2000-PROCESS-ONE-FUNCTION-EXIT
013100         UNTIL WS-QUIT.
013200     PERFORM 9000-TERMINATE
013300         THRU 9000-TERMINATE-EXIT.
013400     STOP RUN.
013500
013600*-----------------------------------------------------------*
013700* 1000-INITIALIZE - OPEN THE AUDIT LOG AND NOTE THE RUN      *
013800*-----------------------------------------------------------*
013900 1000-INITIALIZE.
014000     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
014100     PERFORM 6000-OPEN-AUDITLOG
014200         THRU 6000-OPEN-AUDITLOG-EXIT.
014300     MOVE "RUNSTART" TO WS-AE-CODE.
014400     MOVE SPACES TO WS-AE-DETAIL.
014500     PERFORM 6100-WRITE-AUDIT-EVENT
014600         THRU 6100-WRITE-AUDIT-EVENT-EXIT.
014700 1000-INITIALIZE-EXIT.
014800     EXIT.
014900*
015000*-----------------------------------------------------------*
015100* 2000-PROCESS-ONE-FUNCTION - PROMPT FOR AND RUN ONE         *
015200*                             MAINTENANCE FUNCTION           *
015300*-----------------------------------------------------------*
015400 2000-PROCESS-ONE-FUNCTION.
015500     DISPLAY "Function - A=Add R=Renew L=List Q=Quit: ".
015600     ACCEPT WS-FUNCTION-CODE.
015700     IF WS-FUNCTION-CODE = "A"
015800         PERFORM 3000-ADD-INDUCTION
015900             THRU 3000-ADD-INDUCTION-EXIT
016000         GO TO 2000-PROCESS-ONE-FUNCTION-EXIT
016100     END-IF.
016200     IF WS-FUNCTION-CODE = "R"
016300         PERFORM 3100-RENEW-INDUCTION
016400             THRU 3100-RENEW-INDUCTION-EXIT
016500         GO TO 2000-PROCESS-ONE-FUNCTION-EXIT
016600     END-IF.
016700     IF WS-FUNCTION-CODE = "L"
016800         PERFORM 3600-LIST-INDUCTIONS
016900             THRU 3600-LIST-INDUCTIONS-EXIT
017000         GO TO 2000-PROCESS-ONE-FUNCTION-EXIT
017100     END-IF.
017200     IF WS-FUNCTION-CODE = "Q"
017300         MOVE "Y" TO WS-QUIT-SWITCH
017400     ELSE
017500         DISPLAY "Unknown function - enter A R L or Q"
017600     END-IF.
017700 2000-PROCESS-ONE-FUNCTION-EXIT.
017800     EXIT.
017900*
018000*-----------------------------------------------------------*
018100* 3000-ADD-INDUCTION - RECORD A NEW INDUCTION. THE           *
018200*                      CONTRACTOR, COMPANY AND SITE MUST BE  *
018300*                      NEW TO THE REGISTER - A LAPSED ENTRY  *
018400*                      IS RENEWED, NOT ADDED AGAIN.          *
018500*-----------------------------------------------------------*
018600 3000-ADD-INDUCTION.
018700     PERFORM 3700-ACCEPT-KEY
018800         THRU 3700-ACCEPT-KEY-EXIT.
018900     IF NOT WS-ENTRY-OK
019000         GO TO 3000-ADD-INDUCTION-EXIT
019100     END-IF.
019200     PERFORM 3800-FIND-ENTRY
019300         THRU 3800-FIND-ENTRY-EXIT.
019310     IF WS-FIND-FAILED
019320         GO TO 3000-ADD-INDUCTION-EXIT
019330     END-IF.
019400     IF WS-ENTRY-FOUND
019500         DISPLAY "Already on the register, expiring "
019600             FE-EXPIRY-DATE " - use R to renew."
019700         GO TO 3000-ADD-INDUCTION-EXIT
019800     END-IF.
019900     PERFORM 3710-ACCEPT-DATES
020000         THRU 3710-ACCEPT-DATES-EXIT.
020100     IF NOT WS-ENTRY-OK
020200         GO TO 3000-ADD-INDUCTION-EXIT
020300     END-IF.
020400     PERFORM 4000-OPEN-INDUCTN
020500         THRU 4000-OPEN-INDUCTN-EXIT.
020510     IF WS-INDUCTN-STATUS NOT = "00"
020520         PERFORM 3950-INDUCTN-FAILED
020530             THRU 3950-INDUCTN-FAILED-EXIT
020540         GO TO 3000-ADD-INDUCTION-EXIT
020550     END-IF.
020600     MOVE SPACES TO INDUCT-RECORD.
020700     MOVE WS-ENTRY-NAME TO IN-NAME.
020800     MOVE WS-ENTRY-COMPANY TO IN-COMPANY.
020900     MOVE WS-ENTRY-SITE TO IN-SITE-CODE.
021000     MOVE WS-INDUCT-DATE TO IN-INDUCT-DATE.
021100     MOVE WS-EXPIRY-DATE TO IN-EXPIRY-DATE.
021200     MOVE WS-ENTRY-OFFICER TO IN-OFFICER.
021300     MOVE 0 TO IN-RENEW-COUNT.
021400     WRITE INDUCT-RECORD
021500         INVALID KEY
021600             DISPLAY "Already on the register - not added."
021700             CLOSE INDUCTN
021800             GO TO 3000-ADD-INDUCTION-EXIT
021900     END-WRITE.
021910*    "02" ONLY SAYS ANOTHER ENTRY SHARES THE COMPANY - THE
021920*    ENTRY WAS WRITTEN.
021930     IF WS-INDUCTN-STATUS NOT = "00" AND NOT = "02"
021940         PERFORM 3950-INDUCTN-FAILED
021950             THRU 3950-INDUCTN-FAILED-EXIT
021960         CLOSE INDUCTN
021970         GO TO 3000-ADD-INDUCTION-EXIT
021980     END-IF.
022000     CLOSE INDUCTN.
022100     MOVE "INDADD  " TO WS-AE-CODE.
022200     PERFORM 3850-AUDIT-ENTRY
022300         THRU 3850-AUDIT-ENTRY-EXIT.
022400     DISPLAY "Induction added, current to " WS-EXPIRY-DATE ".".
022500 3000-ADD-INDUCTION-EXIT.
022600     EXIT.
022700*
022800*-----------------------------------------------------------*
022900* 3100-RENEW-INDUCTION - A NEW INDUCTION FOR A CONTRACTOR    *
023000*                        ALREADY ON THE REGISTER, CURRENT OR *
023100*                        LAPSED. THE ENTRY IS REWRITTEN WITH *
023200*                        THE NEW DATE, OFFICER AND EXPIRY.   *
023300*-----------------------------------------------------------*
023400 3100-RENEW-INDUCTION.
023500     PERFORM 3700-ACCEPT-KEY
023600         THRU 3700-ACCEPT-KEY-EXIT.
023700     IF NOT WS-ENTRY-OK
023800         GO TO 3100-RENEW-INDUCTION-EXIT
023900     END-IF.
024000     PERFORM 3800-FIND-ENTRY
024100         THRU 3800-FIND-ENTRY-EXIT.
024110     IF WS-FIND-FAILED
024120         GO TO 3100-RENEW-INDUCTION-EXIT
024130     END-IF.
024200     IF NOT WS-ENTRY-FOUND
024300         DISPLAY "Not on the register - use A to add."
024400         GO TO 3100-RENEW-INDUCTION-EXIT
024500     END-IF.
024600     DISPLAY "Inducted " FE-INDUCT-DATE " by " FE-OFFICER
024700         " expiring " FE-EXPIRY-DATE.
024800     PERFORM 3710-ACCEPT-DATES
024900         THRU 3710-ACCEPT-DATES-EXIT.
025000     IF NOT WS-ENTRY-OK
025100         GO TO 3100-RENEW-INDUCTION-EXIT
025200     END-IF.
025210     MOVE "00" TO WS-INDUCTN-STATUS.
025220     OPEN I-O INDUCTN.
025230     IF WS-INDUCTN-STATUS NOT = "00"
025240         PERFORM 3950-INDUCTN-FAILED
025250             THRU 3950-INDUCTN-FAILED-EXIT
025260         GO TO 3100-RENEW-INDUCTION-EXIT
025270     END-IF.
025280     MOVE WS-ENTRY-NAME TO IN-NAME.
025290     MOVE WS-ENTRY-COMPANY TO IN-COMPANY.
025300     MOVE WS-ENTRY-SITE TO IN-SITE-CODE.
025310     READ INDUCTN
025320         INVALID KEY
025330             CONTINUE
025340         NOT INVALID KEY
025350             MOVE WS-INDUCT-DATE TO IN-INDUCT-DATE
025360             MOVE WS-EXPIRY-DATE TO IN-EXPIRY-DATE
025370             MOVE WS-ENTRY-OFFICER TO IN-OFFICER
025380             IF IN-RENEW-COUNT < 99
025390                 ADD 1 TO IN-RENEW-COUNT
025400             END-IF
025410             REWRITE INDUCT-RECORD
025420                 INVALID KEY
025430                     CONTINUE
025440             END-REWRITE
025450     END-READ.
025460*    TESTED BEFORE THE CLOSE, WHICH WOULD RESET THE STATUS.
025470*    "02" ONLY SAYS ANOTHER ENTRY SHARES THE COMPANY - THE
025480*    ENTRY WAS REWRITTEN.
025490     IF WS-INDUCTN-STATUS NOT = "00" AND NOT = "02"
025500         PERFORM 3950-INDUCTN-FAILED
025510             THRU 3950-INDUCTN-FAILED-EXIT
025520         CLOSE INDUCTN
025530         GO TO 3100-RENEW-INDUCTION-EXIT
025540     END-IF.
025550     CLOSE INDUCTN.
025560     MOVE "INDRENEW" TO WS-AE-CODE.
025570     PERFORM 3850-AUDIT-ENTRY
025580         THRU 3850-AUDIT-ENTRY-EXIT.
025590     DISPLAY "Induction renewed, current to " WS-EXPIRY-DATE ".".
029300 3100-RENEW-INDUCTION-EXIT.
029400     EXIT.
029500*
029600*-----------------------------------------------------------*
029700* 3600-LIST-INDUCTIONS - SHOW THE REGISTER IN COMPANY ORDER, *
029800*                        OR ONE COMPANY'S ENTRIES, WITH A    *
029900*                        LAPSED INDUCTION FLAGGED            *
030000*-----------------------------------------------------------*
030100 3600-LIST-INDUCTIONS.
030200     DISPLAY "Company (blank = all): ".
030300     ACCEPT WS-LIST-COMPANY.
030400     MOVE FUNCTION UPPER-CASE(WS-LIST-COMPANY) TO WS-LIST-COMPANY.
030500     MOVE "N" TO WS-EOF-SWITCH.
030600     MOVE 0 TO WS-LIST-COUNT.
030700     MOVE "00" TO WS-INDUCTN-STATUS.
030800     OPEN INPUT INDUCTN.
030900     IF WS-INDUCTN-NOT-FOUND
031000         DISPLAY "No induction register yet."
031100         GO TO 3600-LIST-INDUCTIONS-EXIT
031200     END-IF.
031210     IF WS-INDUCTN-STATUS NOT = "00"
031220         PERFORM 3950-INDUCTN-FAILED
031230             THRU 3950-INDUCTN-FAILED-EXIT
031240         GO TO 3600-LIST-INDUCTIONS-EXIT
031250     END-IF.
031300     IF WS-LIST-COMPANY = SPACES
031400         MOVE LOW-VALUES TO IN-COMPANY
031500         START INDUCTN KEY IS NOT LESS THAN IN-COMPANY
031600             INVALID KEY
031700                 MOVE "Y" TO WS-EOF-SWITCH
031800         END-START
031900     ELSE
032000         MOVE WS-LIST-COMPANY TO IN-COMPANY
032100         START INDUCTN KEY IS EQUAL TO IN-COMPANY
032200             INVALID KEY
032300                 MOVE "Y" TO WS-EOF-SWITCH
032400         END-START
032500     END-IF.
032600     IF NOT WS-EOF
032700         PERFORM 3900-READ-INDUCTN
032800             THRU 3900-READ-INDUCTN-EXIT
032900     END-IF.
033000     PERFORM 3610-LIST-ONE-INDUCTION
033100         THRU 3610-LIST-ONE-INDUCTION-EXIT
033200         UNTIL WS-EOF.
033300     CLOSE INDUCTN.
033400     IF WS-LIST-COUNT = 0
033500         DISPLAY "No inductions on the register."
033600     END-IF.
033700 3600-LIST-INDUCTIONS-EXIT.
033800     EXIT.
033900*
034000 3610-LIST-ONE-INDUCTION.
034100     IF WS-LIST-COMPANY NOT = SPACES
034200         AND IN-COMPANY NOT = WS-LIST-COMPANY
034300         MOVE "Y" TO WS-EOF-SWITCH
034400         GO TO 3610-LIST-ONE-INDUCTION-EXIT
034500     END-IF.
034600     ADD 1 TO WS-LIST-COUNT.
034700     IF IN-EXPIRY-DATE < WS-CURRENT-DATE
034800         MOVE "LAPSED" TO WS-LIST-FLAG
034900     ELSE
035000         MOVE SPACES TO WS-LIST-FLAG
035100     END-IF.
035200     DISPLAY IN-COMPANY " " IN-NAME " " IN-SITE-CODE " "
035300         IN-EXPIRY-DATE " " WS-LIST-FLAG.
035400     PERFORM 3900-READ-INDUCTN
035500         THRU 3900-READ-INDUCTN-EXIT.
035600 3610-LIST-ONE-INDUCTION-EXIT.
035700     EXIT.
035800*
035900*-----------------------------------------------------------*
036000* 3700-ACCEPT-KEY - TAKE THE CONTRACTOR, COMPANY AND SITE,   *
036100*                   FOLDING THE NAME AND COMPANY TO UPPER    *
036200*                   CASE                                     *
036300*-----------------------------------------------------------*
036400 3700-ACCEPT-KEY.
036500     MOVE "N" TO WS-ENTRY-OK-SWITCH.
036600     DISPLAY "Contractor name: ".
036700     ACCEPT WS-ENTRY-NAME.
036800     MOVE FUNCTION UPPER-CASE(WS-ENTRY-NAME) TO WS-ENTRY-NAME.
036900     DISPLAY "Contractor company: ".
037000     ACCEPT WS-ENTRY-COMPANY.
037100     MOVE FUNCTION UPPER-CASE(WS-ENTRY-COMPANY)
037200         TO WS-ENTRY-COMPANY.
037300     IF WS-ENTRY-NAME = SPACES OR WS-ENTRY-COMPANY = SPACES
037400         DISPLAY "A name and a company are required - no change."
037500         GO TO 3700-ACCEPT-KEY-EXIT
037600     END-IF.
037700     DISPLAY "Site (01=main building, 02=annex, blank = 01): ".
037800     ACCEPT WS-ENTRY-SITE.
037900     IF WS-ENTRY-SITE = SPACES
038000         MOVE "01" TO WS-ENTRY-SITE
038100     END-IF.
038200     IF NOT WS-ENTRY-SITE-VALID
038300         DISPLAY "Unknown site - no change."
038400         GO TO 3700-ACCEPT-KEY-EXIT
038500     END-IF.
038600     MOVE "Y" TO WS-ENTRY-OK-SWITCH.
038700 3700-ACCEPT-KEY-EXIT.
038800     EXIT.
038900*
039000*-----------------------------------------------------------*
039100* 3710-ACCEPT-DATES - THE INDUCTION DATE (BLANK = TODAY, NOT *
039200*                     IN THE FUTURE), THE INDUCTING OFFICER  *
039300*                     AND THE EXPIRY (BLANK = ONE YEAR ON; A *
039400*                     TYPED DATE MUST LIE AFTER TODAY)       *
039500*-----------------------------------------------------------*
039600 3710-ACCEPT-DATES.
039700     MOVE "N" TO WS-ENTRY-OK-SWITCH.
039800     DISPLAY "Induction date YYYYMMDD (blank = today): ".
039900     ACCEPT WS-ENTRY-DATE.
040000     IF WS-ENTRY-DATE = SPACES
040100         MOVE WS-CURRENT-DATE TO WS-INDUCT-DATE
040200     ELSE
040300         IF WS-ENTRY-DATE NOT NUMERIC
040400             DISPLAY "Invalid induction date - no change."
040500             GO TO 3710-ACCEPT-DATES-EXIT
040600         END-IF
040700         MOVE WS-ENTRY-DATE TO WS-INDUCT-DATE
040710         IF FUNCTION TEST-DATE-YYYYMMDD (WS-INDUCT-DATE)
040720                 NOT = 0
040730             DISPLAY "Invalid induction date - no change."
040740             GO TO 3710-ACCEPT-DATES-EXIT
040750         END-IF
040800     END-IF.
040900     IF WS-INDUCT-DATE > WS-CURRENT-DATE
041000         DISPLAY "The induction date cannot be in the future - "
041100             "no change."
041200         GO TO 3710-ACCEPT-DATES-EXIT
041300     END-IF.
041400     DISPLAY "Inducting officer: ".
041500     ACCEPT WS-ENTRY-OFFICER.
041600     IF WS-ENTRY-OFFICER = SPACES
041700         DISPLAY "The inducting officer is required - no change."
041800         GO TO 3710-ACCEPT-DATES-EXIT
041900     END-IF.
042000     MOVE WS-INDUCT-DATE TO WS-DEFAULT-EXPIRY.
042100     ADD 1 TO WS-DX-YEAR.
042200*    AN INDUCTION ON 29 FEBRUARY RUNS TO 28 FEBRUARY.
042300     IF WS-DX-MMDD = 0229
042400         MOVE 0228 TO WS-DX-MMDD
042500     END-IF.
042600     DISPLAY "Expiry date YYYYMMDD (blank = "
042700         WS-DEFAULT-EXPIRY "): ".
042800     ACCEPT WS-ENTRY-EXPIRY.
042900     IF WS-ENTRY-EXPIRY = SPACES
043000         MOVE WS-DEFAULT-EXPIRY TO WS-EXPIRY-DATE
043100     ELSE
043200         IF WS-ENTRY-EXPIRY NOT NUMERIC
043300             DISPLAY "Invalid expiry date - no change."
043400             GO TO 3710-ACCEPT-DATES-EXIT
043500         END-IF
043600         MOVE WS-ENTRY-EXPIRY TO WS-EXPIRY-DATE
043610         IF FUNCTION TEST-DATE-YYYYMMDD (WS-EXPIRY-DATE)
043620                 NOT = 0
043630             DISPLAY "Invalid expiry date - no change."
043640             GO TO 3710-ACCEPT-DATES-EXIT
043650         END-IF
043700     END-IF.
043800     IF WS-EXPIRY-DATE NOT > WS-CURRENT-DATE
043900         DISPLAY "The expiry date must be after today - "
044000             "no change."
044100         GO TO 3710-ACCEPT-DATES-EXIT
044200     END-IF.
044300     MOVE "Y" TO WS-ENTRY-OK-SWITCH.
044400 3710-ACCEPT-DATES-EXIT.
044500     EXIT.
044600*
044700*-----------------------------------------------------------*
044800* 3800-FIND-ENTRY - KEYED READ OF THE REGISTER FOR THE NAME, *
044900*                   COMPANY AND SITE ENTERED, KEEPING A COPY *
045000*                   OF THE ENTRY FOUND                       *
045050*                   - AN UNREADABLE REGISTER IS FILESTAT     *
045100*-----------------------------------------------------------*
045200 3800-FIND-ENTRY.
045300     MOVE "N" TO WS-ENTRY-FOUND-SWITCH.
045310     MOVE "N" TO WS-FIND-FAILED-SWITCH.
045400     MOVE "00" TO WS-INDUCTN-STATUS.
045500     OPEN INPUT INDUCTN.
045510*    NO REGISTER YET ONLY MEANS THE ENTRY IS NOT ON IT.
045520     IF WS-INDUCTN-NOT-FOUND
045530         GO TO 3800-FIND-ENTRY-EXIT
045540     END-IF.
045600     IF WS-INDUCTN-STATUS NOT = "00"
045610         MOVE "Y" TO WS-FIND-FAILED-SWITCH
045620         PERFORM 3950-INDUCTN-FAILED
045630             THRU 3950-INDUCTN-FAILED-EXIT
045700         GO TO 3800-FIND-ENTRY-EXIT
045800     END-IF.
045900     MOVE WS-ENTRY-NAME TO IN-NAME.
046000     MOVE WS-ENTRY-COMPANY TO IN-COMPANY.
046100     MOVE WS-ENTRY-SITE TO IN-SITE-CODE.
046200     READ INDUCTN
046300         INVALID KEY
046400             CONTINUE
046500         NOT INVALID KEY
046600             MOVE "Y" TO WS-ENTRY-FOUND-SWITCH
046700             MOVE INDUCT-RECORD TO WS-FOUND-ENTRY
046800     END-READ.
046810*    TESTED BEFORE THE CLOSE, WHICH WOULD RESET THE STATUS.
046820     IF WS-INDUCTN-STATUS NOT = "00" AND NOT = "02"
046830             AND NOT = "23"
046840         MOVE "N" TO WS-ENTRY-FOUND-SWITCH
046850         MOVE "Y" TO WS-FIND-FAILED-SWITCH
046860         PERFORM 3950-INDUCTN-FAILED
046870             THRU 3950-INDUCTN-FAILED-EXIT
046880     END-IF.
046900     CLOSE INDUCTN.
047000 3800-FIND-ENTRY-EXIT.
047100     EXIT.
047200*
047300*-----------------------------------------------------------*
047400* 3850-AUDIT-ENTRY - WRITE THE ADD OR RENEWAL EVENT NAMED IN *
047500*                    WS-AE-CODE WITH THE SITE, EXPIRY AND    *
047600*                    NAME                                    *
047700*-----------------------------------------------------------*
047800 3850-AUDIT-ENTRY.
047900     MOVE SPACES TO WS-AE-DETAIL.
048000     STRING "SITE " WS-ENTRY-SITE " EXP " WS-EXPIRY-DATE
048100         " " WS-ENTRY-NAME
048200         DELIMITED BY SIZE INTO WS-AE-DETAIL.
048300     PERFORM 6100-WRITE-AUDIT-EVENT
048400         THRU 6100-WRITE-AUDIT-EVENT-EXIT.
048500 3850-AUDIT-ENTRY-EXIT.
048600     EXIT.
048700*
048800*-----------------------------------------------------------*
048900* 3900-READ-INDUCTN - READ THE NEXT ENTRY IN COMPANY ORDER   *
049000*-----------------------------------------------------------*
049100 3900-READ-INDUCTN.
049200     READ INDUCTN NEXT RECORD
049300         AT END
049400             MOVE "Y" TO WS-EOF-SWITCH
049500     END-READ.
049600 3900-READ-INDUCTN-EXIT.
049700     EXIT.
049704*
049708*-----------------------------------------------------------*
049712* 3950-INDUCTN-FAILED - THE REGISTER COULD NOT BE READ OR    *
049716*                       UPDATED - TELL THE OFFICER AND       *
049720*                       AUDIT THE FILE STATUS                *
049724*-----------------------------------------------------------*
049728 3950-INDUCTN-FAILED.
049732     DISPLAY "The register could not be read or updated - "
049736         "no change made.".
049740     MOVE "FILESTAT" TO WS-AE-CODE.
049744     MOVE SPACES TO WS-AE-DETAIL.
049748     STRING "INDUCTN STATUS " WS-INDUCTN-STATUS
049752         DELIMITED BY SIZE INTO WS-AE-DETAIL.
049756     PERFORM 6100-WRITE-AUDIT-EVENT
049760         THRU 6100-WRITE-AUDIT-EVENT-EXIT.
049764 3950-INDUCTN-FAILED-EXIT.
049768     EXIT.
049800*
049900*-----------------------------------------------------------*
050000* 4000-OPEN-INDUCTN - OPEN (OR CREATE) THE REGISTER FOR      *
050100*                     UPDATE                                 *
050200*-----------------------------------------------------------*
050300 4000-OPEN-INDUCTN.
050400     MOVE "00" TO WS-INDUCTN-STATUS.
050500     OPEN I-O INDUCTN.
050600     IF WS-INDUCTN-NOT-FOUND
050700         OPEN OUTPUT INDUCTN
050800         CLOSE INDUCTN
050900         OPEN I-O INDUCTN
051000     END-IF.
051100 4000-OPEN-INDUCTN-EXIT.
051200     EXIT.
051300*
051400*-----------------------------------------------------------*
051500* 6000-OPEN-AUDITLOG - OPEN (OR CREATE) THE SHARED AUDIT LOG *
051600*-----------------------------------------------------------*
051700 6000-OPEN-AUDITLOG.
051800     OPEN EXTEND AUDITLOG.
051900     IF WS-AUDITLOG-NOT-FOUND
052000         OPEN OUTPUT AUDITLOG
052100         CLOSE AUDITLOG
052200         OPEN EXTEND AUDITLOG
052300     END-IF.
052400 6000-OPEN-AUDITLOG-EXIT.
052500     EXIT.
052600*
052700*-----------------------------------------------------------*
052800* 6100-WRITE-AUDIT-EVENT - APPEND ONE TIMESTAMPED EVENT      *
052900*-----------------------------------------------------------*
053000 6100-WRITE-AUDIT-EVENT.
053100     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
053200     MOVE WS-CURRENT-DATE TO AU-DATE.
053300     MOVE WS-CURRENT-TIME TO AU-TIME.
053400     MOVE "INDUCMNT" TO AU-PROGRAM.
053500     MOVE WS-AE-CODE TO AU-EVENT-CODE.
053600     MOVE WS-AE-DETAIL TO AU-DETAIL.
053700     WRITE AUDITLOG-RECORD.
053800 6100-WRITE-AUDIT-EVENT-EXIT.
053900     EXIT.
054000*
054100*-----------------------------------------------------------*
054200* 9000-TERMINATE - WRITE THE RUN-END EVENT AND CLOSE FILES   *
054300*-----------------------------------------------------------*
054400 9000-TERMINATE.
054500     MOVE "RUNEND  " TO WS-AE-CODE.
054600     MOVE SPACES TO WS-AE-DETAIL.
054700     PERFORM 6100-WRITE-AUDIT-EVENT
054800         THRU 6100-WRITE-AUDIT-EVENT-EXIT.
054900     CLOSE AUDITLOG.
055000 9000-TERMINATE-EXIT.
055100     EXIT.
