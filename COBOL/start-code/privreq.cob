000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PRIVREQ.
000300 AUTHOR. R HALVORSEN.
000400 INSTALLATION. FRONT DESK SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                      *
001000*-----------------------------------------------------------*
001100* 2026-10-15 RH   ORIGINAL VERSION - DATA-SUBJECT ACCESS AND *
001200*                 ERASURE REQUESTS, REPLACING THE HAND       *
001300*                 SEARCH OF EACH FILE BY THE RECORDS OFFICE. *
001310* 2026-10-15 RH   ACCTRL, TMPBADG, BARRED AND BADGLOCK ARE   *
001320*                 NOW INDEXED - THEY ARE STILL READ THROUGH  *
001330*                 IN KEY ORDER, AND AN ERASURE REWRITES EACH *
001340*                 CHANGED RECORD IN PLACE RATHER THAN        *
001350*                 COPYING THE FILE BACK THROUGH PRIVWORK.    *
001360* 2026-10-15 RH   THE CONTRACTOR SAFETY INDUCTION REGISTER   *
001370*                 (INDUCTN) IS SEARCHED BY NAME TOO; AN      *
001380*                 ERASURE DELETES THE ENTRY, AS THE NAME IS  *
001390*                 PART OF ITS KEY.                           *
001391* 2026-10-15 RH   THE PARCEL CUSTODY FILE (PARCEL) IS        *
001392*                 SEARCHED BY RECIPIENT AND COLLECTOR. AN    *
001393*                 ERASURE BLANKS THE NAMES ON CLOSED PARCELS *
001394*                 ONLY - ONE STILL HELD KEEPS ITS RECIPIENT  *
001395*                 AND IS REPORTED AS KEPT.                   *
001396* 2026-10-15 RH   PREREG AND THE MUSTER FILES (MUSTER AND    *
001397*                 MUSTMARK) ARE SEARCHED TOO. AN ERASURE     *
001398*                 DELETES THE PREREG ENTRY (THE NAME IS IN   *
001399*                 ITS KEY) AND BLANKS THE MUSTER NAMES.      *
001400*-----------------------------------------------------------*
001500*
001600*-----------------------------------------------------------*
001700* THE RECORDS OFFICE ENTERS THE REQUEST REFERENCE AND THE    *
001800* SUBJECT'S NAME AND/OR VISITOR MASTER ID. IF ONLY ONE IS    *
001900* GIVEN THE OTHER IS TAKEN FROM CUSTMAS. WHEN AN ID IS       *
002000* ENTERED ONLY THAT MASTER RECORD IS THE SUBJECT'S; WITH A   *
002100* NAME ALONE EVERY MASTER RECORD OF THAT NAME IS TAKEN.      *
002200* EVERY FILE HOLDING VISITOR DATA IS SEARCHED - CUSTMAS,     *
002300* CUSTTRL, ACCTRL, TMPBADG, BARRED, BADGLOCK, INDUCTN,       *
002400* PARCEL, PREREG, MUSTER, MUSTMARK, VISITLOG, VISITARC,      *
002450* HOSTMSG, HOSTRPLY AND AUDITLOG - AND                       *
002500* EVERY RECORD FOUND IS LISTED ON THE PRIVRPT DISCLOSURE     *
002600* REPORT, GROUPED BY FILE, WITH ITS DATE. THE SUBJECT'S      *
002700* BADGES (PERMANENT, TEMPORARY OR BARRED) ARE COLLECTED ON   *
002800* THE WAY SO BADGLOCK AND AUDITLOG ENTRIES KEYED ONLY BY     *
002900* BADGE ARE FOUND TOO.                                       *
003000*                                                            *
003100* IN ERASURE MODE, ONCE A SUPERVISOR CONFIRMS, THE           *
003200* IDENTIFYING FIELDS ARE BLANKED THE WAY ARCRETEN BLANKS     *
003300* AGED VISITS - DATES, DEPARTMENTS AND SITES STAY SO THE     *
003400* COUNTS AND CHARGEBACKS DO NOT CHANGE. THE CUSTMAS RECORD   *
003500* IS DELETED (TRAILED ON CUSTTRL WITHOUT THE NAME) AND A     *
003600* PERMANENT BADGE STILL IN USE IS REVOKED. NOTHING IS ERASED *
003700* WHILE THE SUBJECT HAS AN ACTIVE BARRED ENTRY - THE REPORT  *
003800* SAYS WHY - OR WHEN A FILE COULD NOT BE READ. THE FILES ARE *
003900* REWRITTEN IN PLACE, SO ERASURE IS RUN WITH THE DESKS       *
004000* CLOSED. THE AUDIT EVENTS CARRY THE REQUEST REFERENCE AND   *
004100* COUNTS ONLY, NEVER THE SUBJECT'S NAME.                     *
004110* A PARCEL STILL WAITING AT THE DESK FOR THE SUBJECT KEEPS   *
004120* THEIR NAME UNTIL IT IS COLLECTED OR RETURNED.              *
004140* A PRE-REGISTRATION IS DELETED, AS THE NAME IS PART OF ITS  *
004160* BOOKING KEY. THE MUSTER FILES HAVE THE NAME, ID AND BADGE  *
004180* BLANKED.                                                   *
004200*-----------------------------------------------------------*
004300 ENVIRONMENT DIVISION.
004400
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT CUSTMAS ASSIGN TO "CUSTMAS"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS CM-ID
005100         ALTERNATE RECORD KEY IS CM-NAME
005200             WITH DUPLICATES
005300         FILE STATUS IS WS-CUSTMAS-STATUS.
005400     SELECT CUSTTRL ASSIGN TO "CUSTTRL"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-CUSTTRL-STATUS.
005700     SELECT ACCTRL ASSIGN TO "ACCTRL"
005705         ORGANIZATION IS INDEXED
005710         ACCESS MODE IS SEQUENTIAL
005715         RECORD KEY IS AC-BADGE-ID
005720         FILE STATUS IS WS-ACCTRL-STATUS.
005725     SELECT TMPBADG ASSIGN TO "TMPBADG"
005730         ORGANIZATION IS INDEXED
005735         ACCESS MODE IS SEQUENTIAL
005740         RECORD KEY IS TB-BADGE-ID
005745         FILE STATUS IS WS-TMPBADG-STATUS.
005750     SELECT BARRED ASSIGN TO "BARRED"
005755         ORGANIZATION IS INDEXED
005760         ACCESS MODE IS SEQUENTIAL
005765         RECORD KEY IS BR-ENTRY-NO
005770         ALTERNATE RECORD KEY IS BR-NAME
005775             WITH DUPLICATES
005780         ALTERNATE RECORD KEY IS BR-BADGE-ID
005785             WITH DUPLICATES
005790         FILE STATUS IS WS-BARRED-STATUS.
005795     SELECT BADGLOCK ASSIGN TO "BADGLOCK"
005800         ORGANIZATION IS INDEXED
005805         ACCESS MODE IS SEQUENTIAL
005810         RECORD KEY IS LK-BADGE-ID
005815         FILE STATUS IS WS-BADGLOCK-STATUS.
005820     SELECT INDUCTN ASSIGN TO "INDUCTN"
005825         ORGANIZATION IS INDEXED
005830         ACCESS MODE IS SEQUENTIAL
005835         RECORD KEY IS IN-KEY
005840         ALTERNATE RECORD KEY IS IN-COMPANY
005845             WITH DUPLICATES
005850         FILE STATUS IS WS-INDUCTN-STATUS.
005855     SELECT PARCEL ASSIGN TO "PARCEL"
005860         ORGANIZATION IS INDEXED
005865         ACCESS MODE IS SEQUENTIAL
005870         RECORD KEY IS PC-TRACKING-NO
005875         ALTERNATE RECORD KEY IS PC-RECIPIENT
005880             WITH DUPLICATES
005885         ALTERNATE RECORD KEY IS PC-DEPARTMENT
005890             WITH DUPLICATES
005895         FILE STATUS IS WS-PARCEL-STATUS.
005900     SELECT PREREG ASSIGN TO "PREREG"
005905         ORGANIZATION IS INDEXED
005910         ACCESS MODE IS SEQUENTIAL
005915         RECORD KEY IS PR-REF-CODE
005920         ALTERNATE RECORD KEY IS PR-BOOKING-KEY
005925             WITH DUPLICATES
005930         FILE STATUS IS WS-PREREG-STATUS.
005935     SELECT MUSTER ASSIGN TO "MUSTER"
005940         ORGANIZATION IS SEQUENTIAL
005945         FILE STATUS IS WS-MUSTER-STATUS.
005950     SELECT MUSTMARK ASSIGN TO "MUSTMARK"
005955         ORGANIZATION IS SEQUENTIAL
005960         FILE STATUS IS WS-MUSTMARK-STATUS.
006900     SELECT VISITLOG ASSIGN TO "VISITLOG"
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS WS-VISITLOG-STATUS.
007200     SELECT VISITARC ASSIGN TO "VISITARC"
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS WS-VISITARC-STATUS.
007500     SELECT HOSTMSG ASSIGN TO "HOSTMSG"
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS WS-HOSTMSG-STATUS.
007800     SELECT HOSTRPLY ASSIGN TO "HOSTRPLY"
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS WS-HOSTRPLY-STATUS.
008100     SELECT AUDITIN ASSIGN TO "AUDITLOG"
008200         ORGANIZATION IS SEQUENTIAL
008300         FILE STATUS IS WS-AUDITIN-STATUS.
008400     SELECT PRIVWORK ASSIGN TO "PRIVWORK"
008500         ORGANIZATION IS SEQUENTIAL
008600         FILE STATUS IS WS-PRIVWORK-STATUS.
008700     SELECT PRIVRPT ASSIGN TO "PRIVRPT"
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS WS-PRIVRPT-STATUS.
009000     SELECT AUDITLOG ASSIGN TO "AUDITLOG"
009100         ORGANIZATION IS SEQUENTIAL
009200         FILE STATUS IS WS-AUDITLOG-STATUS.
009300
009400 DATA DIVISION.
009500
009600 FILE SECTION.
009700 FD  CUSTMAS
009800     RECORD CONTAINS 60 CHARACTERS.
009900     COPY "CUSTMAS.CPY".
010000
010100 FD  CUSTTRL
010200     RECORD CONTAINS 135 CHARACTERS.
010300     COPY "CUSTTRL.CPY".
010400
010500 FD  ACCTRL
010600     RECORD CONTAINS 100 CHARACTERS.
010700     COPY "ACCTRL.CPY".
010800
010900 FD  TMPBADG
011000     RECORD CONTAINS 100 CHARACTERS.
011100     COPY "TMPBADGE.CPY".
011200
011300 FD  BARRED
011400     RECORD CONTAINS 80 CHARACTERS.
011500     COPY "BARRED.CPY".
011600
011700 FD  BADGLOCK
011800     RECORD CONTAINS 40 CHARACTERS.
011900     COPY "BADGLOCK.CPY".
011910
011920 FD  INDUCTN
011930     RECORD CONTAINS 100 CHARACTERS.
011940     COPY "INDUCT.CPY".
011950
011960 FD  PARCEL
011970     RECORD CONTAINS 200 CHARACTERS.
011980     COPY "PARCEL.CPY".
011981
011982 FD  PREREG
011983     RECORD CONTAINS 100 CHARACTERS.
011984     COPY "PREREG.CPY".
011985
011986 FD  MUSTER
011987     RECORD CONTAINS 90 CHARACTERS.
011988     COPY "MUSTER.CPY".
011989
011990 FD  MUSTMARK
011991     RECORD CONTAINS 90 CHARACTERS.
011992     COPY "MUSTMARK.CPY".
012000
012100 FD  VISITLOG
012200     RECORD CONTAINS 150 CHARACTERS.
012300     COPY "VISITLOG.CPY".
012400
012500 FD  VISITARC
012600     RECORD CONTAINS 150 CHARACTERS.
012700 01  VISITARC-RECORD         PIC X(150).
012800
012900 FD  HOSTMSG
013000     RECORD CONTAINS 80 CHARACTERS.
013100     COPY "HOSTMSG.CPY".
013200
013300 FD  HOSTRPLY
013400     RECORD CONTAINS 50 CHARACTERS.
013500     COPY "HOSTRPLY.CPY".
013600
013700 FD  AUDITIN
013800     RECORD CONTAINS 80 CHARACTERS.
013900 01  AUDITIN-RECORD.
014000     05  AI-DATE             PIC 9(08).
014100     05  AI-TIME             PIC 9(06).
014200     05  AI-PROGRAM          PIC X(08).
014300     05  AI-EVENT-CODE       PIC X(08).
014400     05  AI-DETAIL           PIC X(50).
014500
014600 FD  PRIVWORK
014700     RECORD CONTAINS 150 CHARACTERS.
014800 01  PRIVWORK-RECORD         PIC X(150).
014900
015000 FD  PRIVRPT
015100     RECORD CONTAINS 80 CHARACTERS.
015200 01  PRIVRPT-LINE            PIC X(80).
015300
015400 FD  AUDITLOG
015500     RECORD CONTAINS 80 CHARACTERS.
015600     COPY "AUDITLOG.CPY".
015700
015800 WORKING-STORAGE SECTION.
015900*
016000*-----------------------------------------------------------*
016100* SWITCHES AND FILE STATUS FIELDS                            *
016200*-----------------------------------------------------------*
016300 77  WS-CUSTMAS-STATUS       PIC X(02)   VALUE "00".
016400     88  WS-CUSTMAS-NOT-FOUND            VALUE "35".
016500 77  WS-CUSTTRL-STATUS       PIC X(02)   VALUE "00".
016600     88  WS-CUSTTRL-NOT-FOUND            VALUE "35".
016700 77  WS-ACCTRL-STATUS        PIC X(02)   VALUE "00".
016800     88  WS-ACCTRL-NOT-FOUND             VALUE "35".
016900 77  WS-TMPBADG-STATUS       PIC X(02)   VALUE "00".
017000     88  WS-TMPBADG-NOT-FOUND            VALUE "35".
017100 77  WS-BARRED-STATUS        PIC X(02)   VALUE "00".
017200     88  WS-BARRED-NOT-FOUND             VALUE "35".
017300 77  WS-BADGLOCK-STATUS      PIC X(02)   VALUE "00".
017400     88  WS-BADGLOCK-NOT-FOUND           VALUE "35".
017410 77  WS-INDUCTN-STATUS       PIC X(02)   VALUE "00".
017420     88  WS-INDUCTN-NOT-FOUND            VALUE "35".
017430 77  WS-PARCEL-STATUS        PIC X(02)   VALUE "00".
017440     88  WS-PARCEL-NOT-FOUND             VALUE "35".
017445 77  WS-PREREG-STATUS        PIC X(02)   VALUE "00".
017450     88  WS-PREREG-NOT-FOUND             VALUE "35".
017455 77  WS-MUSTER-STATUS        PIC X(02)   VALUE "00".
017460     88  WS-MUSTER-NOT-FOUND             VALUE "35".
017465 77  WS-MUSTMARK-STATUS      PIC X(02)   VALUE "00".
017470     88  WS-MUSTMARK-NOT-FOUND           VALUE "35".
017500 77  WS-VISITLOG-STATUS      PIC X(02)   VALUE "00".
017600     88  WS-VISITLOG-NOT-FOUND           VALUE "35".
017700 77  WS-VISITARC-STATUS      PIC X(02)   VALUE "00".
017800     88  WS-VISITARC-NOT-FOUND           VALUE "35".
017900 77  WS-HOSTMSG-STATUS       PIC X(02)   VALUE "00".
018000     88  WS-HOSTMSG-NOT-FOUND            VALUE "35".
018100 77  WS-HOSTRPLY-STATUS      PIC X(02)   VALUE "00".
018200     88  WS-HOSTRPLY-NOT-FOUND           VALUE "35".
018300 77  WS-AUDITIN-STATUS       PIC X(02)   VALUE "00".
018400     88  WS-AUDITIN-NOT-FOUND            VALUE "35".
018500 77  WS-PRIVWORK-STATUS      PIC X(02)   VALUE "00".
018600 77  WS-PRIVRPT-STATUS       PIC X(02)   VALUE "00".
018700 77  WS-AUDITLOG-STATUS      PIC X(02)   VALUE "00".
018800     88  WS-AUDITLOG-NOT-FOUND           VALUE "35".
018900 77  WS-EOF-SWITCH           PIC X(01)   VALUE "N".
019000     88  WS-EOF                          VALUE "Y".
019100 77  WS-REQUEST-OK-SWITCH    PIC X(01)   VALUE "N".
019200     88  WS-REQUEST-OK                   VALUE "Y".
019300 77  WS-HOLD-SWITCH          PIC X(01)   VALUE "N".
019400     88  WS-HOLD                         VALUE "Y".
019500 77  WS-FILE-ERROR-SWITCH    PIC X(01)   VALUE "N".
019600     88  WS-FILE-ERROR                   VALUE "Y".
019700 77  WS-SUBJECT-HIT-SWITCH   PIC X(01)   VALUE "N".
019800     88  WS-SUBJECT-HIT                  VALUE "Y".
019900 77  WS-CONTACT-HIT-SWITCH   PIC X(01)   VALUE "N".
020000     88  WS-CONTACT-HIT                  VALUE "Y".
020100 77  WS-NAME-HIT-SWITCH      PIC X(01)   VALUE "N".
020200     88  WS-NAME-HIT                     VALUE "Y".
020210 77  WS-PCL-RECIP-SWITCH     PIC X(01)   VALUE "N".
020220     88  WS-PCL-RECIP-HIT                VALUE "Y".
020230 77  WS-PCL-COLLECTOR-SWITCH PIC X(01)   VALUE "N".
020240     88  WS-PCL-COLLECTOR-HIT            VALUE "Y".
020300 77  WS-ID-HIT-SWITCH        PIC X(01)   VALUE "N".
020400     88  WS-ID-HIT                       VALUE "Y".
020500 77  WS-BADGE-HIT-SWITCH     PIC X(01)   VALUE "N".
020600     88  WS-BADGE-HIT                    VALUE "Y".
020700 77  WS-DETAIL-HIT-SWITCH    PIC X(01)   VALUE "N".
020800     88  WS-DETAIL-HIT                   VALUE "Y".
020900 77  WS-ID-GIVEN-SWITCH      PIC X(01)   VALUE "N".
021000     88  WS-ID-GIVEN                     VALUE "Y".
021100*
021200*-----------------------------------------------------------*
021300* THE REQUEST AS ENTERED                                     *
021400*-----------------------------------------------------------*
021500 77  WS-REQUEST-REF          PIC X(10).
021600 77  WS-SUBJ-NAME            PIC X(30).
021700 77  WS-SUBJ-NAME-UC         PIC X(30).
021800 77  WS-SUBJ-ID              PIC X(10).
021900 77  WS-MODE                 PIC X(01).
022000     88  WS-MODE-DISCLOSE                VALUE "D".
022100     88  WS-MODE-ERASE                   VALUE "E".
022200 77  WS-SUPERVISOR-ID        PIC X(10).
022300 77  WS-CONFIRM-REPLY        PIC X(01).
022400 77  WS-HOLD-REASON          PIC X(04).
022500 77  WS-HOLD-UNTIL           PIC 9(08).
022600*
022700*-----------------------------------------------------------*
022800* THE SUBJECT'S MASTER IDS AND BADGES, GATHERED AS THE FILES *
022900* ARE SEARCHED                                               *
023000*-----------------------------------------------------------*
023100 01  SUBJ-ID-TABLE.
023200     05  SUBJ-ID-ENTRY OCCURS 10 TIMES INDEXED BY SI-IDX.
023300         10  SI-ID               PIC X(10).
023400 77  WS-ID-USED              PIC 9(03) COMP VALUE 0.
023500 01  SUBJ-BADGE-TABLE.
023600     05  SUBJ-BADGE-ENTRY OCCURS 20 TIMES INDEXED BY SB-IDX.
023700         10  SB-BADGE-ID         PIC X(10).
023800 77  WS-BADGE-USED           PIC 9(03) COMP VALUE 0.
023900*
024000*-----------------------------------------------------------*
024100* MATCHING WORK FIELDS                                       *
024200*-----------------------------------------------------------*
024300 77  WS-CMP-NAME             PIC X(30).
024400 77  WS-CMP-ID               PIC X(10).
024500 77  WS-CMP-BADGE            PIC X(10).
024600 01  WS-CMP-DETAIL           PIC X(52).
024700 01  WS-SEARCH-KEY           PIC X(32).
024800 77  WS-KEY-LEN              PIC 9(03) COMP.
024900 77  WS-NAME-LEN             PIC 9(03) COMP VALUE 0.
025000 77  WS-ID-LEN               PIC 9(03) COMP VALUE 0.
025100 77  WS-TALLY                PIC 9(03) COMP.
025200 77  WS-BLANK-POS            PIC 9(03) COMP.
025300*
025400*-----------------------------------------------------------*
025500* COUNTERS                                                   *
025600*-----------------------------------------------------------*
025700 77  WS-TABLE-INDEX          PIC 9(03) COMP.
025800 77  WS-FILE-FOUND           PIC 9(05) COMP VALUE 0.
025900 77  WS-TOTAL-FOUND          PIC 9(05) COMP VALUE 0.
026000 77  WS-FILE-ERASED          PIC 9(05) COMP VALUE 0.
026100 77  WS-TOTAL-ERASED         PIC 9(05) COMP VALUE 0.
026110 77  WS-PCL-KEPT             PIC 9(05) COMP VALUE 0.
026200 77  WS-ERR-FILE             PIC X(08).
026300 77  WS-ERR-STATUS           PIC X(02).
026400 01  WS-CURRENT-DATE-TIME.
026500     05  WS-CURRENT-DATE     PIC 9(08).
026600     05  WS-CURRENT-TIME     PIC 9(06).
026700     05  FILLER              PIC X(07).
026800*
026900*-----------------------------------------------------------*
027000* AUDIT EVENT BUILD AREA                                     *
027100*-----------------------------------------------------------*
027200 01  WS-AUDIT-EVENT.
027300     05  WS-AE-CODE          PIC X(08).
027400     05  WS-AE-DETAIL        PIC X(50).
027500 77  WS-AE-COUNT-1           PIC 9(05).
027600 01  WS-AUDIT-DATE-TIME.
027700     05  WS-AUDIT-DATE       PIC 9(08).
027800     05  WS-AUDIT-TIME       PIC 9(06).
027900     05  FILLER              PIC X(07).
028000*
028100*-----------------------------------------------------------*
028200* REPORT LINE LAYOUTS                                        *
028300*-----------------------------------------------------------*
028400 01  WS-SECTION-LINE.
028500     05  WS-SL-TITLE         PIC X(40).
028600     05  FILLER              PIC X(40)   VALUE SPACES.
028700 01  WS-DETAIL-LINE.
028800     05  FILLER              PIC X(02)   VALUE SPACES.
028900     05  WS-DT-DATE          PIC X(08).
029000     05  FILLER              PIC X(01)   VALUE SPACES.
029100     05  WS-DT-TIME          PIC X(06).
029200     05  FILLER              PIC X(01)   VALUE SPACES.
029300     05  WS-DT-TEXT          PIC X(62).
029400 01  WS-COUNT-LINE.
029500     05  WS-CL-LABEL         PIC X(40).
029600     05  WS-CL-COUNT         PIC ZZZZ9.
029700     05  FILLER              PIC X(35)   VALUE SPACES.
029800 77  WS-DATE-EDIT            PIC 9(08).
029900 77  WS-TIME-EDIT            PIC 9(06).
030000
030100 PROCEDURE DIVISION.
030200
030300 0000-MAINLINE.
030400     PERFORM 1000-INITIALIZE
030500         THRU 1000-INITIALIZE-EXIT.
030600     IF WS-REQUEST-OK
030700         PERFORM 2000-PRODUCE-DISCLOSURE
030800             THRU 2000-PRODUCE-DISCLOSURE-EXIT
030900         IF WS-MODE-ERASE
031000             PERFORM 3000-PERFORM-ERASURE
031100                 THRU 3000-PERFORM-ERASURE-EXIT
031200         END-IF
031300     END-IF.
031400     PERFORM 9000-TERMINATE
031500         THRU 9000-TERMINATE-EXIT.
031600     STOP RUN.
031700
031800*-----------------------------------------------------------*
031900* 1000-INITIALIZE - TAKE THE REQUEST AND START THE REPORT    *
032000*-----------------------------------------------------------*
032100 1000-INITIALIZE.
032200     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
032300     PERFORM 6000-OPEN-AUDITLOG
032400         THRU 6000-OPEN-AUDITLOG-EXIT.
032500     MOVE "RUNSTART" TO WS-AE-CODE.
032600     MOVE SPACES TO WS-AE-DETAIL.
032700     PERFORM 6100-WRITE-AUDIT-EVENT
032800         THRU 6100-WRITE-AUDIT-EVENT-EXIT.
032900     OPEN OUTPUT PRIVRPT.
033000     PERFORM 1100-ACCEPT-REQUEST
033100         THRU 1100-ACCEPT-REQUEST-EXIT.
033200     IF NOT WS-REQUEST-OK
033300         MOVE "REQUEST NOT PROCESSED - INCOMPLETE ENTRY"
033400             TO PRIVRPT-LINE
033500         WRITE PRIVRPT-LINE
033600         GO TO 1000-INITIALIZE-EXIT
033700     END-IF.
033800     MOVE SPACES TO PRIVRPT-LINE.
033900     IF WS-MODE-ERASE
034000         STRING "DATA SUBJECT ERASURE  REF " WS-REQUEST-REF
034100             "  RUN DATE " WS-CURRENT-DATE
034200             DELIMITED BY SIZE INTO PRIVRPT-LINE
034300     ELSE
034400         STRING "DATA SUBJECT DISCLOSURE  REF " WS-REQUEST-REF
034500             "  RUN DATE " WS-CURRENT-DATE
034600             DELIMITED BY SIZE INTO PRIVRPT-LINE
034700     END-IF.
034800     WRITE PRIVRPT-LINE.
034900     MOVE ALL "-" TO PRIVRPT-LINE.
035000     WRITE PRIVRPT-LINE.
035100 1000-INITIALIZE-EXIT.
035200     EXIT.
035300*
035400*-----------------------------------------------------------*
035500* 1100-ACCEPT-REQUEST - REFERENCE, SUBJECT AND MODE          *
035600*-----------------------------------------------------------*
035700 1100-ACCEPT-REQUEST.
035800     DISPLAY "Request reference: ".
035900     ACCEPT WS-REQUEST-REF.
036000     IF WS-REQUEST-REF = SPACES
036100         DISPLAY "A request reference is required."
036200         GO TO 1100-ACCEPT-REQUEST-EXIT
036300     END-IF.
036400     DISPLAY "Subject name (blank if ID known): ".
036500     ACCEPT WS-SUBJ-NAME.
036600     DISPLAY "Visitor master ID (blank if not known): ".
036700     ACCEPT WS-SUBJ-ID.
036800     IF WS-SUBJ-NAME = SPACES AND WS-SUBJ-ID = SPACES
036900         DISPLAY "A name or a visitor ID is required."
037000         GO TO 1100-ACCEPT-REQUEST-EXIT
037100     END-IF.
037200     DISPLAY "D=Disclosure E=Erasure: ".
037300     ACCEPT WS-MODE.
037400     MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE.
037500     IF NOT WS-MODE-DISCLOSE AND NOT WS-MODE-ERASE
037600         DISPLAY "Mode must be D or E."
037700         GO TO 1100-ACCEPT-REQUEST-EXIT
037800     END-IF.
037900     IF WS-SUBJ-ID NOT = SPACES
038000         MOVE "Y" TO WS-ID-GIVEN-SWITCH
038100         MOVE 1 TO WS-ID-USED
038200         MOVE WS-SUBJ-ID TO SI-ID(1)
038300     END-IF.
038400     PERFORM 1200-SET-NAME-KEY
038500         THRU 1200-SET-NAME-KEY-EXIT.
038600     MOVE "Y" TO WS-REQUEST-OK-SWITCH.
038700 1100-ACCEPT-REQUEST-EXIT.
038800     EXIT.
038900*
039000*-----------------------------------------------------------*
039100* 1200-SET-NAME-KEY - UPPER-CASE COPY AND LENGTH OF THE NAME *
039200*                     FOR MATCHING AND THE AUDITLOG SEARCH   *
039300*-----------------------------------------------------------*
039400 1200-SET-NAME-KEY.
039500     MOVE FUNCTION UPPER-CASE(WS-SUBJ-NAME) TO WS-SUBJ-NAME-UC.
039600     MOVE 0 TO WS-NAME-LEN.
039700     IF WS-SUBJ-NAME-UC NOT = SPACES
039800         MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SUBJ-NAME-UC
039900             TRAILING)) TO WS-NAME-LEN
040000     END-IF.
040100 1200-SET-NAME-KEY-EXIT.
040200     EXIT.
040300*
040400*-----------------------------------------------------------*
040500* 2000-PRODUCE-DISCLOSURE - SEARCH EVERY FILE IN TURN. THE   *
040600*                           MASTER AND BADGE FILES COME      *
040700*                           FIRST SO THE IDS AND BADGES ARE  *
040800*                           KNOWN BEFORE THE LOGS ARE READ   *
040900*-----------------------------------------------------------*
041000 2000-PRODUCE-DISCLOSURE.
041100     PERFORM 2100-DISCLOSE-CUSTMAS
041200         THRU 2100-DISCLOSE-CUSTMAS-EXIT.
041300     PERFORM 2150-DISCLOSE-CUSTTRL
041400         THRU 2150-DISCLOSE-CUSTTRL-EXIT.
041500     PERFORM 2200-DISCLOSE-ACCTRL
041600         THRU 2200-DISCLOSE-ACCTRL-EXIT.
041700     PERFORM 2250-DISCLOSE-TMPBADG
041800         THRU 2250-DISCLOSE-TMPBADG-EXIT.
041900     PERFORM 2300-DISCLOSE-BARRED
042000         THRU 2300-DISCLOSE-BARRED-EXIT.
042100     PERFORM 2350-DISCLOSE-BADGLOCK
042200         THRU 2350-DISCLOSE-BADGLOCK-EXIT.
042210     PERFORM 2380-DISCLOSE-INDUCTN
042220         THRU 2380-DISCLOSE-INDUCTN-EXIT.
042230     PERFORM 2390-DISCLOSE-PARCEL
042240         THRU 2390-DISCLOSE-PARCEL-EXIT.
042250     PERFORM 2396-DISCLOSE-PREREG
042260         THRU 2396-DISCLOSE-PREREG-EXIT.
042300     PERFORM 2400-DISCLOSE-VISITLOG
042400         THRU 2400-DISCLOSE-VISITLOG-EXIT.
042500     PERFORM 2450-DISCLOSE-VISITARC
042600         THRU 2450-DISCLOSE-VISITARC-EXIT.
042700     PERFORM 2500-DISCLOSE-HOSTMSG
042800         THRU 2500-DISCLOSE-HOSTMSG-EXIT.
042900     PERFORM 2550-DISCLOSE-HOSTRPLY
043000         THRU 2550-DISCLOSE-HOSTRPLY-EXIT.
043100     PERFORM 2600-DISCLOSE-AUDITLOG
043200         THRU 2600-DISCLOSE-AUDITLOG-EXIT.
043210     PERFORM 2650-DISCLOSE-MUSTER
043220         THRU 2650-DISCLOSE-MUSTER-EXIT.
043230     PERFORM 2700-DISCLOSE-MUSTMARK
043240         THRU 2700-DISCLOSE-MUSTMARK-EXIT.
043300     MOVE ALL "-" TO PRIVRPT-LINE.
043400     WRITE PRIVRPT-LINE.
043500     MOVE "TOTAL RECORDS FOUND:" TO WS-CL-LABEL.
043600     MOVE WS-TOTAL-FOUND TO WS-CL-COUNT.
043700     WRITE PRIVRPT-LINE FROM WS-COUNT-LINE.
043800     IF WS-HOLD
043900         MOVE SPACES TO PRIVRPT-LINE
044000         STRING "SUBJECT HAS AN ACTIVE BARRED ENTRY - REASON "
044100             WS-HOLD-REASON " UNTIL " WS-HOLD-UNTIL
044200             DELIMITED BY SIZE INTO PRIVRPT-LINE
044300         WRITE PRIVRPT-LINE
044400     END-IF.
044500     MOVE "SUBJSRCH" TO WS-AE-CODE.
044600     MOVE WS-TOTAL-FOUND TO WS-AE-COUNT-1.
044700     MOVE SPACES TO WS-AE-DETAIL.
044800     STRING "REF " WS-REQUEST-REF " FOUND " WS-AE-COUNT-1
044900         DELIMITED BY SIZE INTO WS-AE-DETAIL.
045000     PERFORM 6100-WRITE-AUDIT-EVENT
045100         THRU 6100-WRITE-AUDIT-EVENT-EXIT.
045200 2000-PRODUCE-DISCLOSURE-EXIT.
045300     EXIT.
045400*
045500*-----------------------------------------------------------*
045600* 2100-DISCLOSE-CUSTMAS - THE VISITOR MASTER, READ IN KEY    *
045700*                         ORDER. FILLS IN THE NAME OR THE    *
045800*                         IDS THE OFFICE DID NOT HAVE        *
045900*-----------------------------------------------------------*
046000 2100-DISCLOSE-CUSTMAS.
046100     MOVE "VISITOR MASTER (CUSTMAS)" TO WS-SL-TITLE.
046200     PERFORM 2900-START-SECTION
046300         THRU 2900-START-SECTION-EXIT.
046400     OPEN INPUT CUSTMAS.
046500     IF WS-CUSTMAS-STATUS NOT = "00"
046600         IF NOT WS-CUSTMAS-NOT-FOUND
046700             MOVE "CUSTMAS " TO WS-ERR-FILE
046800             MOVE WS-CUSTMAS-STATUS TO WS-ERR-STATUS
046900             PERFORM 2950-FILE-UNREADABLE
047000                 THRU 2950-FILE-UNREADABLE-EXIT
047100         END-IF
047200         GO TO 2100-DISCLOSE-CUSTMAS-END
047300     END-IF.
047400     MOVE LOW-VALUES TO CM-ID.
047500     START CUSTMAS KEY IS NOT LESS THAN CM-ID
047600         INVALID KEY
047700             MOVE "Y" TO WS-EOF-SWITCH
047800     END-START.
047900     IF NOT WS-EOF
048000         PERFORM 5000-READ-CUSTMAS-NEXT
048100             THRU 5000-READ-CUSTMAS-NEXT-EXIT
048200     END-IF.
048300     PERFORM 2110-DISCLOSE-ONE-CUSTMAS
048400         THRU 2110-DISCLOSE-ONE-CUSTMAS-EXIT
048500         UNTIL WS-EOF.
048600     CLOSE CUSTMAS.
048700 2100-DISCLOSE-CUSTMAS-END.
048800     PERFORM 2910-END-SECTION
048900         THRU 2910-END-SECTION-EXIT.
049000 2100-DISCLOSE-CUSTMAS-EXIT.
049100     EXIT.
049200*
049300 2110-DISCLOSE-ONE-CUSTMAS.
049400     MOVE "N" TO WS-SUBJECT-HIT-SWITCH.
049500     IF WS-ID-GIVEN
049600         IF CM-ID = WS-SUBJ-ID
049700             MOVE "Y" TO WS-SUBJECT-HIT-SWITCH
049800             IF WS-SUBJ-NAME = SPACES
049900                 MOVE CM-NAME TO WS-SUBJ-NAME
050000                 PERFORM 1200-SET-NAME-KEY
050100                     THRU 1200-SET-NAME-KEY-EXIT
050200             END-IF
050300         END-IF
050400     ELSE
050500         MOVE CM-NAME TO WS-CMP-NAME
050600         PERFORM 4000-CHECK-NAME
050700             THRU 4000-CHECK-NAME-EXIT
050800         IF WS-NAME-HIT
050900             MOVE "Y" TO WS-SUBJECT-HIT-SWITCH
051000             IF WS-ID-USED < 10
051100                 ADD 1 TO WS-ID-USED
051200                 SET SI-IDX TO WS-ID-USED
051300                 MOVE CM-ID TO SI-ID(SI-IDX)
051400             END-IF
051500         END-IF
051600     END-IF.
051700     IF WS-SUBJECT-HIT
051800         MOVE SPACES TO WS-DT-DATE WS-DT-TIME WS-DT-TEXT
051900         STRING "MASTER RECORD ID " CM-ID " DEPT " CM-DEPARTMENT
052000             DELIMITED BY SIZE INTO WS-DT-TEXT
052100         PERFORM 2920-PRINT-DETAIL
052200             THRU 2920-PRINT-DETAIL-EXIT
052300     END-IF.
052400     PERFORM 5000-READ-CUSTMAS-NEXT
052500         THRU 5000-READ-CUSTMAS-NEXT-EXIT.
052600 2110-DISCLOSE-ONE-CUSTMAS-EXIT.
052700     EXIT.
052800*
052900*-----------------------------------------------------------*
053000* 2150-DISCLOSE-CUSTTRL - MASTER CHANGE TRAIL, BEFORE AND    *
053100*                         AFTER IMAGES                       *
053200*-----------------------------------------------------------*
053300 2150-DISCLOSE-CUSTTRL.
053400     MOVE "MASTER CHANGE TRAIL (CUSTTRL)" TO WS-SL-TITLE.
053500     PERFORM 2900-START-SECTION
053600         THRU 2900-START-SECTION-EXIT.
053700     OPEN INPUT CUSTTRL.
053800     IF WS-CUSTTRL-STATUS NOT = "00"
053900         IF NOT WS-CUSTTRL-NOT-FOUND
054000             MOVE "CUSTTRL " TO WS-ERR-FILE
054100             MOVE WS-CUSTTRL-STATUS TO WS-ERR-STATUS
054200             PERFORM 2950-FILE-UNREADABLE
054300                 THRU 2950-FILE-UNREADABLE-EXIT
054400         END-IF
054500         GO TO 2150-DISCLOSE-CUSTTRL-END
054600     END-IF.
054700     PERFORM 5050-READ-CUSTTRL
054800         THRU 5050-READ-CUSTTRL-EXIT.
054900     PERFORM 2160-DISCLOSE-ONE-CUSTTRL
055000         THRU 2160-DISCLOSE-ONE-CUSTTRL-EXIT
055100         UNTIL WS-EOF.
055200     CLOSE CUSTTRL.
055300 2150-DISCLOSE-CUSTTRL-END.
055400     PERFORM 2910-END-SECTION
055500         THRU 2910-END-SECTION-EXIT.
055600 2150-DISCLOSE-CUSTTRL-EXIT.
055700     EXIT.
055800*
055900 2160-DISCLOSE-ONE-CUSTTRL.
056000     PERFORM 2170-CHECK-CUSTTRL
056100         THRU 2170-CHECK-CUSTTRL-EXIT.
056200     IF WS-SUBJECT-HIT
056300         MOVE CT-DATE TO WS-DATE-EDIT
056400         MOVE WS-DATE-EDIT TO WS-DT-DATE
056500         MOVE CT-TIME TO WS-TIME-EDIT
056600         MOVE WS-TIME-EDIT TO WS-DT-TIME
056700         MOVE SPACES TO WS-DT-TEXT
056800         IF CT-ADD
056900             MOVE "MASTER RECORD ADDED" TO WS-DT-TEXT
057000         END-IF
057100         IF CT-CHANGE
057200             MOVE "MASTER RECORD CHANGED" TO WS-DT-TEXT
057300         END-IF
057400         IF CT-DELETE
057500             MOVE "MASTER RECORD DELETED" TO WS-DT-TEXT
057600         END-IF
057700         PERFORM 2920-PRINT-DETAIL
057800             THRU 2920-PRINT-DETAIL-EXIT
057900     END-IF.
058000     PERFORM 5050-READ-CUSTTRL
058100         THRU 5050-READ-CUSTTRL-EXIT.
058200 2160-DISCLOSE-ONE-CUSTTRL-EXIT.
058300     EXIT.
058400*
058500*-----------------------------------------------------------*
058600* 2170-CHECK-CUSTTRL - A TRAIL RECORD IS THE SUBJECT'S IF    *
058700*                      EITHER IMAGE CARRIES THE NAME OR ID   *
058800*-----------------------------------------------------------*
058900 2170-CHECK-CUSTTRL.
059000     MOVE "N" TO WS-SUBJECT-HIT-SWITCH.
059100     MOVE CT-BEFORE-IMAGE(1:30) TO WS-CMP-NAME.
059200     MOVE CT-BEFORE-IMAGE(31:10) TO WS-CMP-ID.
059300     PERFORM 4050-CHECK-PERSON
059400         THRU 4050-CHECK-PERSON-EXIT.
059500     MOVE CT-AFTER-IMAGE(1:30) TO WS-CMP-NAME.
059600     MOVE CT-AFTER-IMAGE(31:10) TO WS-CMP-ID.
059700     PERFORM 4050-CHECK-PERSON
059800         THRU 4050-CHECK-PERSON-EXIT.
059900 2170-CHECK-CUSTTRL-EXIT.
060000     EXIT.
060100*
060200*-----------------------------------------------------------*
060300* 2200-DISCLOSE-ACCTRL - PERMANENT BADGES HELD               *
060400*-----------------------------------------------------------*
060500 2200-DISCLOSE-ACCTRL.
060600     MOVE "PERMANENT BADGES (ACCTRL)" TO WS-SL-TITLE.
060700     PERFORM 2900-START-SECTION
060800         THRU 2900-START-SECTION-EXIT.
060900     OPEN INPUT ACCTRL.
061000     IF WS-ACCTRL-STATUS NOT = "00"
061100         IF NOT WS-ACCTRL-NOT-FOUND
061200             MOVE "ACCTRL  " TO WS-ERR-FILE
061300             MOVE WS-ACCTRL-STATUS TO WS-ERR-STATUS
061400             PERFORM 2950-FILE-UNREADABLE
061500                 THRU 2950-FILE-UNREADABLE-EXIT
061600         END-IF
061700         GO TO 2200-DISCLOSE-ACCTRL-END
061800     END-IF.
061900     PERFORM 5100-READ-ACCTRL
062000         THRU 5100-READ-ACCTRL-EXIT.
062100     PERFORM 2210-DISCLOSE-ONE-ACCTRL
062200         THRU 2210-DISCLOSE-ONE-ACCTRL-EXIT
062300         UNTIL WS-EOF.
062400     CLOSE ACCTRL.
062500 2200-DISCLOSE-ACCTRL-END.
062600     PERFORM 2910-END-SECTION
062700         THRU 2910-END-SECTION-EXIT.
062800 2200-DISCLOSE-ACCTRL-EXIT.
062900     EXIT.
063000*
063100 2210-DISCLOSE-ONE-ACCTRL.
063200     MOVE "N" TO WS-SUBJECT-HIT-SWITCH.
063300     MOVE AC-HOLDER-NAME TO WS-CMP-NAME.
063400     MOVE AC-HOLDER-ID TO WS-CMP-ID.
063500     PERFORM 4050-CHECK-PERSON
063600         THRU 4050-CHECK-PERSON-EXIT.
063700     IF WS-SUBJECT-HIT
063800         MOVE AC-BADGE-ID TO WS-CMP-BADGE
063900         PERFORM 4100-ADD-BADGE
064000             THRU 4100-ADD-BADGE-EXIT
064100         MOVE AC-ISSUE-DATE TO WS-DATE-EDIT
064200         MOVE WS-DATE-EDIT TO WS-DT-DATE
064300         MOVE SPACES TO WS-DT-TIME WS-DT-TEXT
064400         STRING "BADGE " AC-BADGE-ID " STATUS " AC-STATUS
064500             " EXPIRES " AC-EXPIRY-DATE " DEPT " AC-SPONSOR-DEPT
064600             DELIMITED BY SIZE INTO WS-DT-TEXT
064700         PERFORM 2920-PRINT-DETAIL
064800             THRU 2920-PRINT-DETAIL-EXIT
064900     END-IF.
065000     PERFORM 5100-READ-ACCTRL
065100         THRU 5100-READ-ACCTRL-EXIT.
065200 2210-DISCLOSE-ONE-ACCTRL-EXIT.
065300     EXIT.
065400*
065500*-----------------------------------------------------------*
065600* 2250-DISCLOSE-TMPBADG - TEMPORARY BADGES ISSUED BY NAME    *
065700*-----------------------------------------------------------*
065800 2250-DISCLOSE-TMPBADG.
065900     MOVE "TEMPORARY BADGES (TMPBADG)" TO WS-SL-TITLE.
066000     PERFORM 2900-START-SECTION
066100         THRU 2900-START-SECTION-EXIT.
066200     OPEN INPUT TMPBADG.
066300     IF WS-TMPBADG-STATUS NOT = "00"
066400         IF NOT WS-TMPBADG-NOT-FOUND
066500             MOVE "TMPBADG " TO WS-ERR-FILE
066600             MOVE WS-TMPBADG-STATUS TO WS-ERR-STATUS
066700             PERFORM 2950-FILE-UNREADABLE
066800                 THRU 2950-FILE-UNREADABLE-EXIT
066900         END-IF
067000         GO TO 2250-DISCLOSE-TMPBADG-END
067100     END-IF.
067200     PERFORM 5150-READ-TMPBADG
067300         THRU 5150-READ-TMPBADG-EXIT.
067400     PERFORM 2260-DISCLOSE-ONE-TMPBADG
067500         THRU 2260-DISCLOSE-ONE-TMPBADG-EXIT
067600         UNTIL WS-EOF.
067700     CLOSE TMPBADG.
067800 2250-DISCLOSE-TMPBADG-END.
067900     PERFORM 2910-END-SECTION
068000         THRU 2910-END-SECTION-EXIT.
068100 2250-DISCLOSE-TMPBADG-EXIT.
068200     EXIT.
068300*
068400 2260-DISCLOSE-ONE-TMPBADG.
068500     MOVE TB-NAME TO WS-CMP-NAME.
068600     PERFORM 4000-CHECK-NAME
068700         THRU 4000-CHECK-NAME-EXIT.
068800     IF WS-NAME-HIT
068900         MOVE TB-BADGE-ID TO WS-CMP-BADGE
069000         PERFORM 4100-ADD-BADGE
069100             THRU 4100-ADD-BADGE-EXIT
069200         MOVE TB-ISSUE-DATE TO WS-DATE-EDIT
069300         MOVE WS-DATE-EDIT TO WS-DT-DATE
069400         MOVE TB-ISSUE-TIME TO WS-TIME-EDIT
069500         MOVE WS-TIME-EDIT TO WS-DT-TIME
069600         MOVE SPACES TO WS-DT-TEXT
069700         STRING "TEMP BADGE " TB-BADGE-ID " STATUS " TB-STATUS
069800             " SITE " TB-SITE-CODE " DEPT " TB-SPONSOR-DEPT
069900             DELIMITED BY SIZE INTO WS-DT-TEXT
070000         PERFORM 2920-PRINT-DETAIL
070100             THRU 2920-PRINT-DETAIL-EXIT
070200     END-IF.
070300     PERFORM 5150-READ-TMPBADG
070400         THRU 5150-READ-TMPBADG-EXIT.
070500 2260-DISCLOSE-ONE-TMPBADG-EXIT.
070600     EXIT.
070700*
070800*-----------------------------------------------------------*
070900* 2300-DISCLOSE-BARRED - BARRED LIST ENTRIES, BY NAME OR BY  *
071000*                        ONE OF THE SUBJECT'S BADGES. AN     *
071100*                        ENTRY STILL IN FORCE HOLDS BACK     *
071200*                        ANY ERASURE                         *
071300*-----------------------------------------------------------*
071400 2300-DISCLOSE-BARRED.
071500     MOVE "BARRED LIST (BARRED)" TO WS-SL-TITLE.
071600     PERFORM 2900-START-SECTION
071700         THRU 2900-START-SECTION-EXIT.
071800     OPEN INPUT BARRED.
071900     IF WS-BARRED-STATUS NOT = "00"
072000         IF NOT WS-BARRED-NOT-FOUND
072100             MOVE "BARRED  " TO WS-ERR-FILE
072200             MOVE WS-BARRED-STATUS TO WS-ERR-STATUS
072300             PERFORM 2950-FILE-UNREADABLE
072400                 THRU 2950-FILE-UNREADABLE-EXIT
072500         END-IF
072600         GO TO 2300-DISCLOSE-BARRED-END
072700     END-IF.
072800     PERFORM 5200-READ-BARRED
072900         THRU 5200-READ-BARRED-EXIT.
073000     PERFORM 2310-DISCLOSE-ONE-BARRED
073100         THRU 2310-DISCLOSE-ONE-BARRED-EXIT
073200         UNTIL WS-EOF.
073300     CLOSE BARRED.
073400 2300-DISCLOSE-BARRED-END.
073500     PERFORM 2910-END-SECTION
073600         THRU 2910-END-SECTION-EXIT.
073700 2300-DISCLOSE-BARRED-EXIT.
073800     EXIT.
073900*
074000 2310-DISCLOSE-ONE-BARRED.
074100     PERFORM 2320-CHECK-BARRED
074200         THRU 2320-CHECK-BARRED-EXIT.
074300     IF WS-SUBJECT-HIT
074400         IF BR-BADGE-ID NOT = SPACES
074500             MOVE BR-BADGE-ID TO WS-CMP-BADGE
074600             PERFORM 4100-ADD-BADGE
074700                 THRU 4100-ADD-BADGE-EXIT
074800         END-IF
074900         IF BR-ACTIVE
075000             AND BR-END-DATE NOT < WS-CURRENT-DATE
075100             AND NOT WS-HOLD
075200             MOVE "Y" TO WS-HOLD-SWITCH
075300             MOVE BR-REASON-CODE TO WS-HOLD-REASON
075400             MOVE BR-END-DATE TO WS-HOLD-UNTIL
075500         END-IF
075600         MOVE BR-START-DATE TO WS-DATE-EDIT
075700         MOVE WS-DATE-EDIT TO WS-DT-DATE
075800         MOVE SPACES TO WS-DT-TIME WS-DT-TEXT
075900         STRING "BARRED UNTIL " BR-END-DATE " REASON "
076000             BR-REASON-CODE " STATUS " BR-STATUS
076100             " BADGE " BR-BADGE-ID
076200             DELIMITED BY SIZE INTO WS-DT-TEXT
076300         PERFORM 2920-PRINT-DETAIL
076400             THRU 2920-PRINT-DETAIL-EXIT
076500     END-IF.
076600     PERFORM 5200-READ-BARRED
076700         THRU 5200-READ-BARRED-EXIT.
076800 2310-DISCLOSE-ONE-BARRED-EXIT.
076900     EXIT.
077000*
077100 2320-CHECK-BARRED.
077200     MOVE "N" TO WS-SUBJECT-HIT-SWITCH.
077300     MOVE BR-NAME TO WS-CMP-NAME.
077400     PERFORM 4000-CHECK-NAME
077500         THRU 4000-CHECK-NAME-EXIT.
077600     MOVE BR-BADGE-ID TO WS-CMP-BADGE.
077700     PERFORM 4020-CHECK-BADGE
077800         THRU 4020-CHECK-BADGE-EXIT.
077900     IF WS-NAME-HIT OR WS-BADGE-HIT
078000         MOVE "Y" TO WS-SUBJECT-HIT-SWITCH
078100     END-IF.
078200 2320-CHECK-BARRED-EXIT.
078300     EXIT.
078400*
078500*-----------------------------------------------------------*
078600* 2350-DISCLOSE-BADGLOCK - LOCKOUT COUNTERS ON THE SUBJECT'S *
078700*                          BADGES                            *
078800*-----------------------------------------------------------*
078900 2350-DISCLOSE-BADGLOCK.
079000     MOVE "BADGE LOCKOUTS (BADGLOCK)" TO WS-SL-TITLE.
079100     PERFORM 2900-START-SECTION
079200         THRU 2900-START-SECTION-EXIT.
079300     OPEN INPUT BADGLOCK.
079400     IF WS-BADGLOCK-STATUS NOT = "00"
079500         IF NOT WS-BADGLOCK-NOT-FOUND
079600             MOVE "BADGLOCK" TO WS-ERR-FILE
079700             MOVE WS-BADGLOCK-STATUS TO WS-ERR-STATUS
079800             PERFORM 2950-FILE-UNREADABLE
079900                 THRU 2950-FILE-UNREADABLE-EXIT
080000         END-IF
080100         GO TO 2350-DISCLOSE-BADGLOCK-END
080200     END-IF.
080300     PERFORM 5250-READ-BADGLOCK
080400         THRU 5250-READ-BADGLOCK-EXIT.
080500     PERFORM 2360-DISCLOSE-ONE-BADGLOCK
080600         THRU 2360-DISCLOSE-ONE-BADGLOCK-EXIT
080700         UNTIL WS-EOF.
080800     CLOSE BADGLOCK.
080900 2350-DISCLOSE-BADGLOCK-END.
081000     PERFORM 2910-END-SECTION
081100         THRU 2910-END-SECTION-EXIT.
081200 2350-DISCLOSE-BADGLOCK-EXIT.
081300     EXIT.
081400*
081500 2360-DISCLOSE-ONE-BADGLOCK.
081600     MOVE LK-BADGE-ID TO WS-CMP-BADGE.
081700     PERFORM 4020-CHECK-BADGE
081800         THRU 4020-CHECK-BADGE-EXIT.
081900     IF WS-BADGE-HIT
082000         MOVE LK-LAST-DATE TO WS-DATE-EDIT
082100         MOVE WS-DATE-EDIT TO WS-DT-DATE
082200         MOVE LK-LAST-TIME TO WS-TIME-EDIT
082300         MOVE WS-TIME-EDIT TO WS-DT-TIME
082400         MOVE SPACES TO WS-DT-TEXT
082500         STRING "BADGE " LK-BADGE-ID " FAILURES " LK-FAIL-COUNT
082600             " STATUS " LK-STATUS
082700             DELIMITED BY SIZE INTO WS-DT-TEXT
082800         PERFORM 2920-PRINT-DETAIL
082900             THRU 2920-PRINT-DETAIL-EXIT
083000     END-IF.
083100     PERFORM 5250-READ-BADGLOCK
083200         THRU 5250-READ-BADGLOCK-EXIT.
083300 2360-DISCLOSE-ONE-BADGLOCK-EXIT.
083400     EXIT.
083401*
083402*-----------------------------------------------------------*
083403* 2380-DISCLOSE-INDUCTN - CONTRACTOR SAFETY INDUCTIONS BY    *
083404*                         NAME (HELD IN UPPER CASE)          *
083405*-----------------------------------------------------------*
083406 2380-DISCLOSE-INDUCTN.
083407     MOVE "SAFETY INDUCTIONS (INDUCTN)" TO WS-SL-TITLE.
083408     PERFORM 2900-START-SECTION
083409         THRU 2900-START-SECTION-EXIT.
083410     OPEN INPUT INDUCTN.
083411     IF WS-INDUCTN-STATUS NOT = "00"
083412         IF NOT WS-INDUCTN-NOT-FOUND
083413             MOVE "INDUCTN " TO WS-ERR-FILE
083414             MOVE WS-INDUCTN-STATUS TO WS-ERR-STATUS
083415             PERFORM 2950-FILE-UNREADABLE
083416                 THRU 2950-FILE-UNREADABLE-EXIT
083417         END-IF
083418         GO TO 2380-DISCLOSE-INDUCTN-END
083419     END-IF.
083420     PERFORM 5270-READ-INDUCTN
083421         THRU 5270-READ-INDUCTN-EXIT.
083422     PERFORM 2385-DISCLOSE-ONE-INDUCTN
083423         THRU 2385-DISCLOSE-ONE-INDUCTN-EXIT
083424         UNTIL WS-EOF.
083425     CLOSE INDUCTN.
083426 2380-DISCLOSE-INDUCTN-END.
083427     PERFORM 2910-END-SECTION
083428         THRU 2910-END-SECTION-EXIT.
083429 2380-DISCLOSE-INDUCTN-EXIT.
083430     EXIT.
083431*
083432 2385-DISCLOSE-ONE-INDUCTN.
083433     MOVE IN-NAME TO WS-CMP-NAME.
083434     PERFORM 4000-CHECK-NAME
083435         THRU 4000-CHECK-NAME-EXIT.
083436     IF WS-NAME-HIT
083437         MOVE IN-INDUCT-DATE TO WS-DATE-EDIT
083438         MOVE WS-DATE-EDIT TO WS-DT-DATE
083439         MOVE SPACES TO WS-DT-TIME WS-DT-TEXT
083440         STRING "COMPANY " IN-COMPANY " SITE " IN-SITE-CODE
083441             " EXPIRES " IN-EXPIRY-DATE
083442             DELIMITED BY SIZE INTO WS-DT-TEXT
083443         PERFORM 2920-PRINT-DETAIL
083444             THRU 2920-PRINT-DETAIL-EXIT
083445     END-IF.
083446     PERFORM 5270-READ-INDUCTN
083447         THRU 5270-READ-INDUCTN-EXIT.
083448 2385-DISCLOSE-ONE-INDUCTN-EXIT.
083449     EXIT.
083450*
083451*-----------------------------------------------------------*
083452* 2390-DISCLOSE-PARCEL - PARCELS HELD FOR OR COLLECTED BY    *
083453*                        THE SUBJECT                         *
083454*-----------------------------------------------------------*
083455 2390-DISCLOSE-PARCEL.
083456     MOVE "PARCEL CUSTODY (PARCEL)" TO WS-SL-TITLE.
083457     PERFORM 2900-START-SECTION
083458         THRU 2900-START-SECTION-EXIT.
083459     OPEN INPUT PARCEL.
083460     IF WS-PARCEL-STATUS NOT = "00"
083461         IF NOT WS-PARCEL-NOT-FOUND
083462             MOVE "PARCEL  " TO WS-ERR-FILE
083463             MOVE WS-PARCEL-STATUS TO WS-ERR-STATUS
083464             PERFORM 2950-FILE-UNREADABLE
083465                 THRU 2950-FILE-UNREADABLE-EXIT
083466         END-IF
083467         GO TO 2390-DISCLOSE-PARCEL-END
083468     END-IF.
083469     PERFORM 5280-READ-PARCEL
083470         THRU 5280-READ-PARCEL-EXIT.
083471     PERFORM 2395-DISCLOSE-ONE-PARCEL
083472         THRU 2395-DISCLOSE-ONE-PARCEL-EXIT
083473         UNTIL WS-EOF.
083474     CLOSE PARCEL.
083475 2390-DISCLOSE-PARCEL-END.
083476     PERFORM 2910-END-SECTION
083477         THRU 2910-END-SECTION-EXIT.
083478 2390-DISCLOSE-PARCEL-EXIT.
083479     EXIT.
083480*
083481 2395-DISCLOSE-ONE-PARCEL.
083482     PERFORM 3385-CHECK-PARCEL-NAMES
083483         THRU 3385-CHECK-PARCEL-NAMES-EXIT.
083484     IF WS-NAME-HIT
083485         MOVE PC-RECEIVED-DATE TO WS-DATE-EDIT
083486         MOVE WS-DATE-EDIT TO WS-DT-DATE
083487         MOVE PC-RECEIVED-TIME TO WS-TIME-EDIT
083488         MOVE WS-TIME-EDIT TO WS-DT-TIME
083489         MOVE SPACES TO WS-DT-TEXT
083490         STRING "TRK " PC-TRACKING-NO " " PC-COURIER
083491             " STATUS " PC-STATUS
083492             DELIMITED BY SIZE INTO WS-DT-TEXT
083493         PERFORM 2920-PRINT-DETAIL
083494             THRU 2920-PRINT-DETAIL-EXIT
083495     END-IF.
083496     PERFORM 5280-READ-PARCEL
083497         THRU 5280-READ-PARCEL-EXIT.
083498 2395-DISCLOSE-ONE-PARCEL-EXIT.
083499     EXIT.
083500*
083502*-----------------------------------------------------------*
083504* 2396-DISCLOSE-PREREG - PRE-REGISTERED BOOKINGS BY NAME     *
083506*-----------------------------------------------------------*
083508 2396-DISCLOSE-PREREG.
083510     MOVE "PRE-REGISTRATIONS (PREREG)" TO WS-SL-TITLE.
083512     PERFORM 2900-START-SECTION
083514         THRU 2900-START-SECTION-EXIT.
083516     OPEN INPUT PREREG.
083518     IF WS-PREREG-STATUS NOT = "00"
083520         IF NOT WS-PREREG-NOT-FOUND
083522             MOVE "PREREG  " TO WS-ERR-FILE
083524             MOVE WS-PREREG-STATUS TO WS-ERR-STATUS
083526             PERFORM 2950-FILE-UNREADABLE
083528                 THRU 2950-FILE-UNREADABLE-EXIT
083530         END-IF
083532         GO TO 2396-DISCLOSE-PREREG-END
083534     END-IF.
083536     PERFORM 5550-READ-PREREG
083538         THRU 5550-READ-PREREG-EXIT.
083540     PERFORM 2397-DISCLOSE-ONE-PREREG
083542         THRU 2397-DISCLOSE-ONE-PREREG-EXIT
083544         UNTIL WS-EOF.
083546     CLOSE PREREG.
083548 2396-DISCLOSE-PREREG-END.
083550     PERFORM 2910-END-SECTION
083552         THRU 2910-END-SECTION-EXIT.
083554 2396-DISCLOSE-PREREG-EXIT.
083556     EXIT.
083558*
083560 2397-DISCLOSE-ONE-PREREG.
083562     MOVE PR-NAME TO WS-CMP-NAME.
083564     PERFORM 4000-CHECK-NAME
083566         THRU 4000-CHECK-NAME-EXIT.
083568     IF WS-NAME-HIT
083570         MOVE PR-EXPECTED-DATE TO WS-DATE-EDIT
083572         MOVE WS-DATE-EDIT TO WS-DT-DATE
083574         MOVE SPACES TO WS-DT-TIME WS-DT-TEXT
083576         STRING "CODE " PR-REF-CODE " SITE " PR-SITE-CODE
083578             " DEPT " PR-DEPARTMENT " STATUS " PR-STATUS
083580             DELIMITED BY SIZE INTO WS-DT-TEXT
083582         PERFORM 2920-PRINT-DETAIL
083584             THRU 2920-PRINT-DETAIL-EXIT
083586     END-IF.
083588     PERFORM 5550-READ-PREREG
083590         THRU 5550-READ-PREREG-EXIT.
083592 2397-DISCLOSE-ONE-PREREG-EXIT.
083594     EXIT.
083596*
083600*-----------------------------------------------------------*
083700* 2400-DISCLOSE-VISITLOG - THE LIVE VISITOR LOG              *
083800*-----------------------------------------------------------*
083900 2400-DISCLOSE-VISITLOG.
084000     MOVE "VISITOR LOG (VISITLOG)" TO WS-SL-TITLE.
084100     PERFORM 2900-START-SECTION
084200         THRU 2900-START-SECTION-EXIT.
084300     OPEN INPUT VISITLOG.
084400     IF WS-VISITLOG-STATUS NOT = "00"
084500         IF NOT WS-VISITLOG-NOT-FOUND
084600             MOVE "VISITLOG" TO WS-ERR-FILE
084700             MOVE WS-VISITLOG-STATUS TO WS-ERR-STATUS
084800             PERFORM 2950-FILE-UNREADABLE
084900                 THRU 2950-FILE-UNREADABLE-EXIT
085000         END-IF
085100         GO TO 2400-DISCLOSE-VISITLOG-END
085200     END-IF.
085300     PERFORM 5300-READ-VISITLOG
085400         THRU 5300-READ-VISITLOG-EXIT.
085500     PERFORM 2410-DISCLOSE-ONE-VISITLOG
085600         THRU 2410-DISCLOSE-ONE-VISITLOG-EXIT
085700         UNTIL WS-EOF.
085800     CLOSE VISITLOG.
085900 2400-DISCLOSE-VISITLOG-END.
086000     PERFORM 2910-END-SECTION
086100         THRU 2910-END-SECTION-EXIT.
086200 2400-DISCLOSE-VISITLOG-EXIT.
086300     EXIT.
086400*
086500 2410-DISCLOSE-ONE-VISITLOG.
086600     PERFORM 2470-CHECK-VISIT
086700         THRU 2470-CHECK-VISIT-EXIT.
086800     PERFORM 2480-PRINT-VISIT
086900         THRU 2480-PRINT-VISIT-EXIT.
087000     PERFORM 5300-READ-VISITLOG
087100         THRU 5300-READ-VISITLOG-EXIT.
087200 2410-DISCLOSE-ONE-VISITLOG-EXIT.
087300     EXIT.
087400*
087500*-----------------------------------------------------------*
087600* 2450-DISCLOSE-VISITARC - THE VISIT ARCHIVE                 *
087700*-----------------------------------------------------------*
087800 2450-DISCLOSE-VISITARC.
087900     MOVE "VISIT ARCHIVE (VISITARC)" TO WS-SL-TITLE.
088000     PERFORM 2900-START-SECTION
088100         THRU 2900-START-SECTION-EXIT.
088200     OPEN INPUT VISITARC.
088300     IF WS-VISITARC-STATUS NOT = "00"
088400         IF NOT WS-VISITARC-NOT-FOUND
088500             MOVE "VISITARC" TO WS-ERR-FILE
088600             MOVE WS-VISITARC-STATUS TO WS-ERR-STATUS
088700             PERFORM 2950-FILE-UNREADABLE
088800                 THRU 2950-FILE-UNREADABLE-EXIT
088900         END-IF
089000         GO TO 2450-DISCLOSE-VISITARC-END
089100     END-IF.
089200     PERFORM 5350-READ-VISITARC
089300         THRU 5350-READ-VISITARC-EXIT.
089400     PERFORM 2460-DISCLOSE-ONE-VISITARC
089500         THRU 2460-DISCLOSE-ONE-VISITARC-EXIT
089600         UNTIL WS-EOF.
089700     CLOSE VISITARC.
089800 2450-DISCLOSE-VISITARC-END.
089900     PERFORM 2910-END-SECTION
090000         THRU 2910-END-SECTION-EXIT.
090100 2450-DISCLOSE-VISITARC-EXIT.
090200     EXIT.
090300*
090400 2460-DISCLOSE-ONE-VISITARC.
090500     MOVE VISITARC-RECORD TO VISITLOG-RECORD.
090600     PERFORM 2470-CHECK-VISIT
090700         THRU 2470-CHECK-VISIT-EXIT.
090800     PERFORM 2480-PRINT-VISIT
090900         THRU 2480-PRINT-VISIT-EXIT.
091000     PERFORM 5350-READ-VISITARC
091100         THRU 5350-READ-VISITARC-EXIT.
091200 2460-DISCLOSE-ONE-VISITARC-EXIT.
091300     EXIT.
091400*
091500*-----------------------------------------------------------*
091600* 2470-CHECK-VISIT - THE SUBJECT AS THE VISITOR (NAME OR ID) *
091700*                    OR AS THE RECIPIENT OF A DELIVERY       *
091800*-----------------------------------------------------------*
091900 2470-CHECK-VISIT.
092000     MOVE "N" TO WS-SUBJECT-HIT-SWITCH.
092100     MOVE "N" TO WS-CONTACT-HIT-SWITCH.
092200     MOVE VL-NAME TO WS-CMP-NAME.
092300     MOVE VL-ID TO WS-CMP-ID.
092400     PERFORM 4050-CHECK-PERSON
092500         THRU 4050-CHECK-PERSON-EXIT.
092600     MOVE VL-CONTACT TO WS-CMP-NAME.
092700     PERFORM 4000-CHECK-NAME
092800         THRU 4000-CHECK-NAME-EXIT.
092900     IF WS-NAME-HIT
093000         MOVE "Y" TO WS-CONTACT-HIT-SWITCH
093100     END-IF.
093200 2470-CHECK-VISIT-EXIT.
093300     EXIT.
093400*
093500 2480-PRINT-VISIT.
093600     IF NOT WS-SUBJECT-HIT AND NOT WS-CONTACT-HIT
093700         GO TO 2480-PRINT-VISIT-EXIT
093800     END-IF.
093900     MOVE VL-SIGN-DATE TO WS-DATE-EDIT.
094000     MOVE WS-DATE-EDIT TO WS-DT-DATE.
094100     MOVE VL-SIGN-TIME TO WS-TIME-EDIT.
094200     MOVE WS-TIME-EDIT TO WS-DT-TIME.
094300     MOVE SPACES TO WS-DT-TEXT.
094400     IF NOT WS-SUBJECT-HIT
094500         STRING "DELIVERY RECEIVED FOR SUBJECT FROM " VL-COMPANY
094600             DELIMITED BY SIZE INTO WS-DT-TEXT
094700         PERFORM 2920-PRINT-DETAIL
094800             THRU 2920-PRINT-DETAIL-EXIT
094900         GO TO 2480-PRINT-VISIT-EXIT
095000     END-IF.
095100     IF VL-SIGN-IN
095200         MOVE "GUEST SIGN-IN" TO WS-DT-TEXT
095300     END-IF.
095400     IF VL-SIGN-OUT
095500         MOVE "GUEST SIGN-OUT" TO WS-DT-TEXT
095600     END-IF.
095700     IF VL-DELIVERY-IN
095800         MOVE "DELIVERY IN" TO WS-DT-TEXT
095900     END-IF.
096000     IF VL-DELIVERY-OUT
096100         MOVE "DELIVERY OUT" TO WS-DT-TEXT
096200     END-IF.
096300     IF VL-CONTRACTOR-IN
096400         MOVE "CONTRACTOR IN" TO WS-DT-TEXT
096500     END-IF.
096600     IF VL-CONTRACTOR-OUT
096700         MOVE "CONTRACTOR OUT" TO WS-DT-TEXT
096800     END-IF.
096900     MOVE " SITE " TO WS-DT-TEXT(16:6).
097000     MOVE VL-SITE-CODE TO WS-DT-TEXT(22:2).
097100     MOVE " DEPT " TO WS-DT-TEXT(24:6).
097200     MOVE VL-DEPARTMENT TO WS-DT-TEXT(30:20).
097300     PERFORM 2920-PRINT-DETAIL
097400         THRU 2920-PRINT-DETAIL-EXIT.
097500 2480-PRINT-VISIT-EXIT.
097600     EXIT.
097700*
097800*-----------------------------------------------------------*
097900* 2500-DISCLOSE-HOSTMSG - HOST NOTIFICATIONS                 *
098000*-----------------------------------------------------------*
098100 2500-DISCLOSE-HOSTMSG.
098200     MOVE "HOST NOTIFICATIONS (HOSTMSG)" TO WS-SL-TITLE.
098300     PERFORM 2900-START-SECTION
098400         THRU 2900-START-SECTION-EXIT.
098500     OPEN INPUT HOSTMSG.
098600     IF WS-HOSTMSG-STATUS NOT = "00"
098700         IF NOT WS-HOSTMSG-NOT-FOUND
098800             MOVE "HOSTMSG " TO WS-ERR-FILE
098900             MOVE WS-HOSTMSG-STATUS TO WS-ERR-STATUS
099000             PERFORM 2950-FILE-UNREADABLE
099100                 THRU 2950-FILE-UNREADABLE-EXIT
099200         END-IF
099300         GO TO 2500-DISCLOSE-HOSTMSG-END
099400     END-IF.
099500     PERFORM 5400-READ-HOSTMSG
099600         THRU 5400-READ-HOSTMSG-EXIT.
099700     PERFORM 2510-DISCLOSE-ONE-HOSTMSG
099800         THRU 2510-DISCLOSE-ONE-HOSTMSG-EXIT
099900         UNTIL WS-EOF.
100000     CLOSE HOSTMSG.
100100 2500-DISCLOSE-HOSTMSG-END.
100200     PERFORM 2910-END-SECTION
100300         THRU 2910-END-SECTION-EXIT.
100400 2500-DISCLOSE-HOSTMSG-EXIT.
100500     EXIT.
100600*
100700 2510-DISCLOSE-ONE-HOSTMSG.
100800     MOVE "N" TO WS-SUBJECT-HIT-SWITCH.
100900     MOVE HM-NAME TO WS-CMP-NAME.
101000     MOVE HM-ID TO WS-CMP-ID.
101100     PERFORM 4050-CHECK-PERSON
101200         THRU 4050-CHECK-PERSON-EXIT.
101300     IF WS-SUBJECT-HIT
101400         MOVE HM-SIGN-DATE TO WS-DATE-EDIT
101500         MOVE WS-DATE-EDIT TO WS-DT-DATE
101600         MOVE HM-SIGN-TIME TO WS-TIME-EDIT
101700         MOVE WS-TIME-EDIT TO WS-DT-TIME
101800         MOVE SPACES TO WS-DT-TEXT
101900         STRING "HOST NOTIFIED SITE " HM-SITE-CODE " DEPT "
102000             HM-DEPARTMENT " ACK " HM-ACK-STATUS
102100             DELIMITED BY SIZE INTO WS-DT-TEXT
102200         PERFORM 2920-PRINT-DETAIL
102300             THRU 2920-PRINT-DETAIL-EXIT
102400     END-IF.
102500     PERFORM 5400-READ-HOSTMSG
102600         THRU 5400-READ-HOSTMSG-EXIT.
102700 2510-DISCLOSE-ONE-HOSTMSG-EXIT.
102800     EXIT.
102900*
103000*-----------------------------------------------------------*
103100* 2550-DISCLOSE-HOSTRPLY - HOST REPLIES                      *
103200*-----------------------------------------------------------*
103300 2550-DISCLOSE-HOSTRPLY.
103400     MOVE "HOST REPLIES (HOSTRPLY)" TO WS-SL-TITLE.
103500     PERFORM 2900-START-SECTION
103600         THRU 2900-START-SECTION-EXIT.
103700     OPEN INPUT HOSTRPLY.
103800     IF WS-HOSTRPLY-STATUS NOT = "00"
103900         IF NOT WS-HOSTRPLY-NOT-FOUND
104000             MOVE "HOSTRPLY" TO WS-ERR-FILE
104100             MOVE WS-HOSTRPLY-STATUS TO WS-ERR-STATUS
104200             PERFORM 2950-FILE-UNREADABLE
104300                 THRU 2950-FILE-UNREADABLE-EXIT
104400         END-IF
104500         GO TO 2550-DISCLOSE-HOSTRPLY-END
104600     END-IF.
104700     PERFORM 5450-READ-HOSTRPLY
104800         THRU 5450-READ-HOSTRPLY-EXIT.
104900     PERFORM 2560-DISCLOSE-ONE-HOSTRPLY
105000         THRU 2560-DISCLOSE-ONE-HOSTRPLY-EXIT
105100         UNTIL WS-EOF.
105200     CLOSE HOSTRPLY.
105300 2550-DISCLOSE-HOSTRPLY-END.
105400     PERFORM 2910-END-SECTION
105500         THRU 2910-END-SECTION-EXIT.
105600 2550-DISCLOSE-HOSTRPLY-EXIT.
105700     EXIT.
105800*
105900 2560-DISCLOSE-ONE-HOSTRPLY.
106000     MOVE RP-NAME TO WS-CMP-NAME.
106100     PERFORM 4000-CHECK-NAME
106200         THRU 4000-CHECK-NAME-EXIT.
106300     IF WS-NAME-HIT
106400         MOVE RP-SIGN-DATE TO WS-DATE-EDIT
106500         MOVE WS-DATE-EDIT TO WS-DT-DATE
106600         MOVE RP-SIGN-TIME TO WS-TIME-EDIT
106700         MOVE WS-TIME-EDIT TO WS-DT-TIME
106800         MOVE SPACES TO WS-DT-TEXT
106900         STRING "HOST REPLIED CODE " RP-REPLY-CODE
107000             DELIMITED BY SIZE INTO WS-DT-TEXT
107100         PERFORM 2920-PRINT-DETAIL
107200             THRU 2920-PRINT-DETAIL-EXIT
107300     END-IF.
107400     PERFORM 5450-READ-HOSTRPLY
107500         THRU 5450-READ-HOSTRPLY-EXIT.
107600 2560-DISCLOSE-ONE-HOSTRPLY-EXIT.
107700     EXIT.
107800*
107900*-----------------------------------------------------------*
108000* 2600-DISCLOSE-AUDITLOG - EVENTS NAMING THE SUBJECT, ONE OF *
108100*                          THE IDS OR ONE OF THE BADGES. OUR *
108200*                          OWN AUDITLOG HANDLE IS CLOSED     *
108300*                          WHILE THE FILE IS READ            *
108400*-----------------------------------------------------------*
108500 2600-DISCLOSE-AUDITLOG.
108600     MOVE "AUDIT TRAIL (AUDITLOG)" TO WS-SL-TITLE.
108700     PERFORM 2900-START-SECTION
108800         THRU 2900-START-SECTION-EXIT.
108900     CLOSE AUDITLOG.
109000     OPEN INPUT AUDITIN.
109100     IF WS-AUDITIN-STATUS NOT = "00"
109200         PERFORM 6000-OPEN-AUDITLOG
109300             THRU 6000-OPEN-AUDITLOG-EXIT
109400         IF NOT WS-AUDITIN-NOT-FOUND
109500             MOVE "AUDITLOG" TO WS-ERR-FILE
109600             MOVE WS-AUDITIN-STATUS TO WS-ERR-STATUS
109700             PERFORM 2950-FILE-UNREADABLE
109800                 THRU 2950-FILE-UNREADABLE-EXIT
109900         END-IF
110000         GO TO 2600-DISCLOSE-AUDITLOG-END
110100     END-IF.
110200     PERFORM 5500-READ-AUDITIN
110300         THRU 5500-READ-AUDITIN-EXIT.
110400     PERFORM 2610-DISCLOSE-ONE-AUDITLOG
110500         THRU 2610-DISCLOSE-ONE-AUDITLOG-EXIT
110600         UNTIL WS-EOF.
110700     CLOSE AUDITIN.
110800     PERFORM 6000-OPEN-AUDITLOG
110900         THRU 6000-OPEN-AUDITLOG-EXIT.
111000 2600-DISCLOSE-AUDITLOG-END.
111100     PERFORM 2910-END-SECTION
111200         THRU 2910-END-SECTION-EXIT.
111300 2600-DISCLOSE-AUDITLOG-EXIT.
111400     EXIT.
111500*
111600 2610-DISCLOSE-ONE-AUDITLOG.
111700     PERFORM 4030-CHECK-DETAIL
111800         THRU 4030-CHECK-DETAIL-EXIT.
111900     IF WS-DETAIL-HIT
112000         MOVE AI-DATE TO WS-DATE-EDIT
112100         MOVE WS-DATE-EDIT TO WS-DT-DATE
112200         MOVE AI-TIME TO WS-TIME-EDIT
112300         MOVE WS-TIME-EDIT TO WS-DT-TIME
112400         MOVE SPACES TO WS-DT-TEXT
112500         STRING AI-PROGRAM " " AI-EVENT-CODE " " AI-DETAIL
112600             DELIMITED BY SIZE INTO WS-DT-TEXT
112700         PERFORM 2920-PRINT-DETAIL
112800             THRU 2920-PRINT-DETAIL-EXIT
112900     END-IF.
113000     PERFORM 5500-READ-AUDITIN
113100         THRU 5500-READ-AUDITIN-EXIT.
113200 2610-DISCLOSE-ONE-AUDITLOG-EXIT.
113300     EXIT.
113301*
113302*-----------------------------------------------------------*
113303* 2650-DISCLOSE-MUSTER - THE LAST ROLL-CALL SNAPSHOT         *
113304*-----------------------------------------------------------*
113305 2650-DISCLOSE-MUSTER.
113306     MOVE "MUSTER SNAPSHOT (MUSTER)" TO WS-SL-TITLE.
113307     PERFORM 2900-START-SECTION
113308         THRU 2900-START-SECTION-EXIT.
113309     OPEN INPUT MUSTER.
113310     IF WS-MUSTER-STATUS NOT = "00"
113311         IF NOT WS-MUSTER-NOT-FOUND
113312             MOVE "MUSTER  " TO WS-ERR-FILE
113313             MOVE WS-MUSTER-STATUS TO WS-ERR-STATUS
113314             PERFORM 2950-FILE-UNREADABLE
113315                 THRU 2950-FILE-UNREADABLE-EXIT
113316         END-IF
113317         GO TO 2650-DISCLOSE-MUSTER-END
113318     END-IF.
113319     PERFORM 5600-READ-MUSTER
113320         THRU 5600-READ-MUSTER-EXIT.
113321     PERFORM 2660-DISCLOSE-ONE-MUSTER
113322         THRU 2660-DISCLOSE-ONE-MUSTER-EXIT
113323         UNTIL WS-EOF.
113324     CLOSE MUSTER.
113325 2650-DISCLOSE-MUSTER-END.
113326     PERFORM 2910-END-SECTION
113327         THRU 2910-END-SECTION-EXIT.
113328 2650-DISCLOSE-MUSTER-EXIT.
113329     EXIT.
113330*
113331 2660-DISCLOSE-ONE-MUSTER.
113332     PERFORM 4060-CHECK-MUSTER
113333         THRU 4060-CHECK-MUSTER-EXIT.
113334     IF WS-SUBJECT-HIT
113335         MOVE MU-START-DATE TO WS-DATE-EDIT
113336         MOVE WS-DATE-EDIT TO WS-DT-DATE
113337         MOVE MU-TIME-IN TO WS-TIME-EDIT
113338         MOVE WS-TIME-EDIT TO WS-DT-TIME
113339         MOVE SPACES TO WS-DT-TEXT
113340         STRING "MUSTER " MU-KIND " SITE " MU-SITE-CODE
113341             " TYPE " MU-TYPE " DEPT " MU-DEPARTMENT
113342             DELIMITED BY SIZE INTO WS-DT-TEXT
113343         PERFORM 2920-PRINT-DETAIL
113344             THRU 2920-PRINT-DETAIL-EXIT
113345     END-IF.
113346     PERFORM 5600-READ-MUSTER
113347         THRU 5600-READ-MUSTER-EXIT.
113348 2660-DISCLOSE-ONE-MUSTER-EXIT.
113349     EXIT.
113350*
113351*-----------------------------------------------------------*
113352* 2700-DISCLOSE-MUSTMARK - MARSHALS' ROLL-CALL MARKS         *
113353*-----------------------------------------------------------*
113354 2700-DISCLOSE-MUSTMARK.
113355     MOVE "MUSTER MARKS (MUSTMARK)" TO WS-SL-TITLE.
113356     PERFORM 2900-START-SECTION
113357         THRU 2900-START-SECTION-EXIT.
113358     OPEN INPUT MUSTMARK.
113359     IF WS-MUSTMARK-STATUS NOT = "00"
113360         IF NOT WS-MUSTMARK-NOT-FOUND
113361             MOVE "MUSTMARK" TO WS-ERR-FILE
113362             MOVE WS-MUSTMARK-STATUS TO WS-ERR-STATUS
113363             PERFORM 2950-FILE-UNREADABLE
113364                 THRU 2950-FILE-UNREADABLE-EXIT
113365         END-IF
113366         GO TO 2700-DISCLOSE-MUSTMARK-END
113367     END-IF.
113368     PERFORM 5650-READ-MUSTMARK
113369         THRU 5650-READ-MUSTMARK-EXIT.
113370     PERFORM 2710-DISCLOSE-ONE-MUSTMARK
113371         THRU 2710-DISCLOSE-ONE-MUSTMARK-EXIT
113372         UNTIL WS-EOF.
113373     CLOSE MUSTMARK.
113374 2700-DISCLOSE-MUSTMARK-END.
113375     PERFORM 2910-END-SECTION
113376         THRU 2910-END-SECTION-EXIT.
113377 2700-DISCLOSE-MUSTMARK-EXIT.
113378     EXIT.
113379*
113380 2710-DISCLOSE-ONE-MUSTMARK.
113381     PERFORM 4070-CHECK-MUSTMARK
113382         THRU 4070-CHECK-MUSTMARK-EXIT.
113383     IF WS-SUBJECT-HIT
113384         MOVE MK-DATE TO WS-DATE-EDIT
113385         MOVE WS-DATE-EDIT TO WS-DT-DATE
113386         MOVE MK-TIME TO WS-TIME-EDIT
113387         MOVE WS-TIME-EDIT TO WS-DT-TIME
113388         MOVE SPACES TO WS-DT-TEXT
113389         STRING "MARKED AT " MK-POINT " SITE " MK-SITE-CODE
113390             " BADGE " MK-BADGE-ID
113391             DELIMITED BY SIZE INTO WS-DT-TEXT
113392         PERFORM 2920-PRINT-DETAIL
113393             THRU 2920-PRINT-DETAIL-EXIT
113394     END-IF.
113395     PERFORM 5650-READ-MUSTMARK
113396         THRU 5650-READ-MUSTMARK-EXIT.
113397 2710-DISCLOSE-ONE-MUSTMARK-EXIT.
113398     EXIT.
113400*
113500*-----------------------------------------------------------*
113600* 2900-START-SECTION - FILE HEADING, COUNTER RESET           *
113700*-----------------------------------------------------------*
113800 2900-START-SECTION.
113900     MOVE SPACES TO PRIVRPT-LINE.
114000     WRITE PRIVRPT-LINE.
114100     WRITE PRIVRPT-LINE FROM WS-SECTION-LINE.
114200     MOVE 0 TO WS-FILE-FOUND.
114300     MOVE "N" TO WS-EOF-SWITCH.
114400 2900-START-SECTION-EXIT.
114500     EXIT.
114600*
114700*-----------------------------------------------------------*
114800* 2910-END-SECTION - RECORDS FOUND IN THIS FILE              *
114900*-----------------------------------------------------------*
115000 2910-END-SECTION.
115100     IF WS-FILE-FOUND = 0
115200         MOVE "  NONE" TO PRIVRPT-LINE
115300         WRITE PRIVRPT-LINE
115400     ELSE
115500         MOVE "  RECORDS FOUND:" TO WS-CL-LABEL
115600         MOVE WS-FILE-FOUND TO WS-CL-COUNT
115700         WRITE PRIVRPT-LINE FROM WS-COUNT-LINE
115800     END-IF.
115900 2910-END-SECTION-EXIT.
116000     EXIT.
116100*
116200 2920-PRINT-DETAIL.
116300     WRITE PRIVRPT-LINE FROM WS-DETAIL-LINE.
116400     ADD 1 TO WS-FILE-FOUND.
116500     ADD 1 TO WS-TOTAL-FOUND.
116600 2920-PRINT-DETAIL-EXIT.
116700     EXIT.
116800*
116900*-----------------------------------------------------------*
117000* 2950-FILE-UNREADABLE - THE DISCLOSURE IS INCOMPLETE, SO NO *
117100*                        ERASURE MAY FOLLOW IT               *
117200*-----------------------------------------------------------*
117300 2950-FILE-UNREADABLE.
117400     MOVE "Y" TO WS-FILE-ERROR-SWITCH.
117500     MOVE SPACES TO PRIVRPT-LINE.
117600     STRING "  *** FILE COULD NOT BE READ, STATUS " WS-ERR-STATUS
117700         DELIMITED BY SIZE INTO PRIVRPT-LINE.
117800     WRITE PRIVRPT-LINE.
117900     MOVE "FILESTAT" TO WS-AE-CODE.
118000     MOVE SPACES TO WS-AE-DETAIL.
118100     STRING WS-ERR-FILE " STATUS " WS-ERR-STATUS
118200         DELIMITED BY SIZE INTO WS-AE-DETAIL.
118300     PERFORM 6100-WRITE-AUDIT-EVENT
118400         THRU 6100-WRITE-AUDIT-EVENT-EXIT.
118500 2950-FILE-UNREADABLE-EXIT.
118600     EXIT.
118700*
118800*-----------------------------------------------------------*
118900* 3000-PERFORM-ERASURE - HOLD CHECKS, SUPERVISOR CONFIRM,    *
119000*                        THEN EACH FILE IN TURN              *
119100*-----------------------------------------------------------*
119200 3000-PERFORM-ERASURE.
119300     MOVE SPACES TO PRIVRPT-LINE.
119400     WRITE PRIVRPT-LINE.
119500     MOVE "ERASURE" TO PRIVRPT-LINE.
119600     WRITE PRIVRPT-LINE.
119700     IF WS-HOLD
119800         MOVE SPACES TO PRIVRPT-LINE
119900         STRING "  HELD BACK - ACTIVE BARRED ENTRY, REASON "
120000             WS-HOLD-REASON " UNTIL " WS-HOLD-UNTIL
120100             DELIMITED BY SIZE INTO PRIVRPT-LINE
120200         WRITE PRIVRPT-LINE
120300         MOVE "SUBJHELD" TO WS-AE-CODE
120400         MOVE SPACES TO WS-AE-DETAIL
120500         STRING "REF " WS-REQUEST-REF " ACTIVE BARRED REASON "
120600             WS-HOLD-REASON
120700             DELIMITED BY SIZE INTO WS-AE-DETAIL
120800         PERFORM 6100-WRITE-AUDIT-EVENT
120900             THRU 6100-WRITE-AUDIT-EVENT-EXIT
121000         DISPLAY "Erasure held back - subject is on the "
121100             "barred list."
121200         GO TO 3000-PERFORM-ERASURE-EXIT
121300     END-IF.
121400     IF WS-FILE-ERROR
121500         MOVE "  NOT RUN - A FILE COULD NOT BE READ"
121600             TO PRIVRPT-LINE
121700         WRITE PRIVRPT-LINE
121800         DISPLAY "Erasure not run - a file could not be read."
121900         GO TO 3000-PERFORM-ERASURE-EXIT
122000     END-IF.
122100     IF WS-TOTAL-FOUND = 0
122200         MOVE "  NOTHING TO ERASE" TO PRIVRPT-LINE
122300         WRITE PRIVRPT-LINE
122400         GO TO 3000-PERFORM-ERASURE-EXIT
122500     END-IF.
122600     MOVE WS-TOTAL-FOUND TO WS-AE-COUNT-1.
122700     DISPLAY "Records found for the subject: " WS-AE-COUNT-1.
122800     DISPLAY "Supervisor initials: ".
122900     ACCEPT WS-SUPERVISOR-ID.
123000     DISPLAY "Supervisor confirms erasure (Y/N): ".
123100     ACCEPT WS-CONFIRM-REPLY.
123200     IF WS-SUPERVISOR-ID = SPACES
123300         OR FUNCTION UPPER-CASE(WS-CONFIRM-REPLY) NOT = "Y"
123400         MOVE "  NOT CONFIRMED BY A SUPERVISOR - NOTHING ERASED"
123500             TO PRIVRPT-LINE
123600         WRITE PRIVRPT-LINE
123700         GO TO 3000-PERFORM-ERASURE-EXIT
123800     END-IF.
123900     PERFORM 3100-ERASE-CUSTMAS
124000         THRU 3100-ERASE-CUSTMAS-EXIT.
124100     PERFORM 3150-ERASE-CUSTTRL
124200         THRU 3150-ERASE-CUSTTRL-EXIT.
124300     PERFORM 3200-ERASE-ACCTRL
124400         THRU 3200-ERASE-ACCTRL-EXIT.
124500     PERFORM 3250-ERASE-TMPBADG
124600         THRU 3250-ERASE-TMPBADG-EXIT.
124700     PERFORM 3300-ERASE-BARRED
124800         THRU 3300-ERASE-BARRED-EXIT.
124810     PERFORM 3350-ERASE-INDUCTN
124820         THRU 3350-ERASE-INDUCTN-EXIT.
124830     PERFORM 3370-ERASE-PARCEL
124840         THRU 3370-ERASE-PARCEL-EXIT.
124845     PERFORM 3390-ERASE-PREREG
124850         THRU 3390-ERASE-PREREG-EXIT.
124855     PERFORM 3392-ERASE-MUSTER
124860         THRU 3392-ERASE-MUSTER-EXIT.
124865     PERFORM 3395-ERASE-MUSTMARK
124870         THRU 3395-ERASE-MUSTMARK-EXIT.
124900     PERFORM 3400-ERASE-VISITLOG
125000         THRU 3400-ERASE-VISITLOG-EXIT.
125100     PERFORM 3450-ERASE-VISITARC
125200         THRU 3450-ERASE-VISITARC-EXIT.
125300     PERFORM 3500-ERASE-HOSTMSG
125400         THRU 3500-ERASE-HOSTMSG-EXIT.
125500     PERFORM 3550-ERASE-HOSTRPLY
125600         THRU 3550-ERASE-HOSTRPLY-EXIT.
125700     PERFORM 3600-ERASE-AUDITLOG
125800         THRU 3600-ERASE-AUDITLOG-EXIT.
125900     MOVE "  BADGLOCK - NO IDENTIFYING FIELDS, LEFT AS IS"
126000         TO PRIVRPT-LINE.
126100     WRITE PRIVRPT-LINE.
126200     MOVE "TOTAL RECORDS ERASED:" TO WS-CL-LABEL.
126300     MOVE WS-TOTAL-ERASED TO WS-CL-COUNT.
126400     WRITE PRIVRPT-LINE FROM WS-COUNT-LINE.
126500     MOVE "SUBJERAS" TO WS-AE-CODE.
126600     MOVE WS-TOTAL-ERASED TO WS-AE-COUNT-1.
126700     MOVE SPACES TO WS-AE-DETAIL.
126800     STRING "REF " WS-REQUEST-REF " ERASED " WS-AE-COUNT-1
126900         " SUPV " WS-SUPERVISOR-ID
127000         DELIMITED BY SIZE INTO WS-AE-DETAIL.
127100     PERFORM 6100-WRITE-AUDIT-EVENT
127200         THRU 6100-WRITE-AUDIT-EVENT-EXIT.
127300     DISPLAY "Erasure complete - see PRIVRPT.".
127400 3000-PERFORM-ERASURE-EXIT.
127500     EXIT.
127600*
127700*-----------------------------------------------------------*
127800* 3100-ERASE-CUSTMAS - DELETE THE SUBJECT'S MASTER RECORDS,  *
127900*                      TRAILING EACH DELETE WITHOUT THE NAME *
128000*-----------------------------------------------------------*
128100 3100-ERASE-CUSTMAS.
128200     MOVE 0 TO WS-FILE-ERASED.
128300     IF WS-ID-USED = 0
128400         GO TO 3100-ERASE-CUSTMAS-END
128500     END-IF.
128600     OPEN I-O CUSTMAS.
128700     IF WS-CUSTMAS-STATUS NOT = "00"
128800         GO TO 3100-ERASE-CUSTMAS-END
128900     END-IF.
129000     OPEN EXTEND CUSTTRL.
129100     IF WS-CUSTTRL-NOT-FOUND
129200         OPEN OUTPUT CUSTTRL
129300         CLOSE CUSTTRL
129400         OPEN EXTEND CUSTTRL
129500     END-IF.
129600     PERFORM 3110-ERASE-ONE-CUSTMAS
129700         THRU 3110-ERASE-ONE-CUSTMAS-EXIT
129800         VARYING WS-TABLE-INDEX FROM 1 BY 1
129900         UNTIL WS-TABLE-INDEX > WS-ID-USED.
130000     CLOSE CUSTTRL.
130100     CLOSE CUSTMAS.
130200 3100-ERASE-CUSTMAS-END.
130300     MOVE "CUSTMAS" TO WS-ERR-FILE.
130400     PERFORM 3900-PRINT-ERASED
130500         THRU 3900-PRINT-ERASED-EXIT.
130600 3100-ERASE-CUSTMAS-EXIT.
130700     EXIT.
130800*
130900 3110-ERASE-ONE-CUSTMAS.
131000     SET SI-IDX TO WS-TABLE-INDEX.
131100     MOVE SI-ID(SI-IDX) TO CM-ID.
131200     READ CUSTMAS
131300         INVALID KEY
131400             GO TO 3110-ERASE-ONE-CUSTMAS-EXIT
131500     END-READ.
131600     MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-DATE-TIME.
131700     MOVE WS-AUDIT-DATE TO CT-DATE.
131800     MOVE WS-AUDIT-TIME TO CT-TIME.
131900     MOVE "D" TO CT-FUNCTION.
132000     MOVE CUSTMAS-RECORD TO CT-BEFORE-IMAGE.
132100     MOVE SPACES TO CT-BEFORE-IMAGE(1:30).
132200     MOVE SPACES TO CT-AFTER-IMAGE.
132300     DELETE CUSTMAS
132400         INVALID KEY
132500             CONTINUE
132600         NOT INVALID KEY
132700             WRITE CUSTTRL-RECORD
132800             ADD 1 TO WS-FILE-ERASED
132900     END-DELETE.
133000 3110-ERASE-ONE-CUSTMAS-EXIT.
133100     EXIT.
133200*
133300*-----------------------------------------------------------*
133400* 3150-ERASE-CUSTTRL - BLANK NAME AND ID IN BOTH IMAGES      *
133500*-----------------------------------------------------------*
133600 3150-ERASE-CUSTTRL.
133700     MOVE 0 TO WS-FILE-ERASED.
133800     MOVE "N" TO WS-EOF-SWITCH.
133900     OPEN INPUT CUSTTRL.
134000     IF WS-CUSTTRL-STATUS NOT = "00"
134100         GO TO 3150-ERASE-CUSTTRL-END
134200     END-IF.
134300     OPEN OUTPUT PRIVWORK.
134400     PERFORM 5050-READ-CUSTTRL
134500         THRU 5050-READ-CUSTTRL-EXIT.
134600     PERFORM 3160-ERASE-ONE-CUSTTRL
134700         THRU 3160-ERASE-ONE-CUSTTRL-EXIT
134800         UNTIL WS-EOF.
134900     CLOSE CUSTTRL.
135000     CLOSE PRIVWORK.
135100     IF WS-FILE-ERASED > 0
135200         OPEN INPUT PRIVWORK
135300         OPEN OUTPUT CUSTTRL
135400         MOVE "N" TO WS-EOF-SWITCH
135500         PERFORM 5900-READ-PRIVWORK
135600             THRU 5900-READ-PRIVWORK-EXIT
135700         PERFORM 3170-COPY-BACK-CUSTTRL
135800             THRU 3170-COPY-BACK-CUSTTRL-EXIT
135900             UNTIL WS-EOF
136000         CLOSE PRIVWORK
136100         CLOSE CUSTTRL
136200     END-IF.
136300 3150-ERASE-CUSTTRL-END.
136400     MOVE "CUSTTRL" TO WS-ERR-FILE.
136500     PERFORM 3900-PRINT-ERASED
136600         THRU 3900-PRINT-ERASED-EXIT.
136700 3150-ERASE-CUSTTRL-EXIT.
136800     EXIT.
136900*
137000 3160-ERASE-ONE-CUSTTRL.
137100     PERFORM 2170-CHECK-CUSTTRL
137200         THRU 2170-CHECK-CUSTTRL-EXIT.
137300     IF WS-SUBJECT-HIT
137400         MOVE SPACES TO CT-BEFORE-IMAGE(1:40)
137500         MOVE SPACES TO CT-AFTER-IMAGE(1:40)
137600         ADD 1 TO WS-FILE-ERASED
137700     END-IF.
137800     WRITE PRIVWORK-RECORD FROM CUSTTRL-RECORD.
137900     PERFORM 5050-READ-CUSTTRL
138000         THRU 5050-READ-CUSTTRL-EXIT.
138100 3160-ERASE-ONE-CUSTTRL-EXIT.
138200     EXIT.
138300*
138400 3170-COPY-BACK-CUSTTRL.
138500     WRITE CUSTTRL-RECORD FROM PRIVWORK-RECORD.
138600     PERFORM 5900-READ-PRIVWORK
138700         THRU 5900-READ-PRIVWORK-EXIT.
138800 3170-COPY-BACK-CUSTTRL-EXIT.
138900     EXIT.
139000*
139100*-----------------------------------------------------------*
139200* 3200-ERASE-ACCTRL - BLANK THE HOLDER; A BADGE STILL ACTIVE *
139220*                     OR SUSPENDED IS REVOKED. EACH BADGE    *
139240*                     CHANGED IS REWRITTEN IN PLACE.         *
139260*-----------------------------------------------------------*
139280 3200-ERASE-ACCTRL.
139300     MOVE 0 TO WS-FILE-ERASED.
139320     MOVE "N" TO WS-EOF-SWITCH.
139340     OPEN I-O ACCTRL.
139360     IF WS-ACCTRL-STATUS NOT = "00"
139380         GO TO 3200-ERASE-ACCTRL-END
139400     END-IF.
139420     PERFORM 5100-READ-ACCTRL
139440         THRU 5100-READ-ACCTRL-EXIT.
139460     PERFORM 3210-ERASE-ONE-ACCTRL
139480         THRU 3210-ERASE-ONE-ACCTRL-EXIT
139500         UNTIL WS-EOF.
139520     CLOSE ACCTRL.
139540 3200-ERASE-ACCTRL-END.
139560     MOVE "ACCTRL" TO WS-ERR-FILE.
139580     PERFORM 3900-PRINT-ERASED
139600         THRU 3900-PRINT-ERASED-EXIT.
139620 3200-ERASE-ACCTRL-EXIT.
139640     EXIT.
139660*
139680 3210-ERASE-ONE-ACCTRL.
139700     MOVE "N" TO WS-SUBJECT-HIT-SWITCH.
139720     MOVE AC-HOLDER-NAME TO WS-CMP-NAME.
139740     MOVE AC-HOLDER-ID TO WS-CMP-ID.
139760     PERFORM 4050-CHECK-PERSON
139780         THRU 4050-CHECK-PERSON-EXIT.
139800     IF WS-SUBJECT-HIT
139820         MOVE SPACES TO AC-HOLDER-NAME
139840         MOVE SPACES TO AC-HOLDER-ID
139860         IF AC-ACTIVE OR AC-SUSPENDED
139880             MOVE "R" TO AC-STATUS
139900         END-IF
139920         REWRITE ACCTRL-RECORD
139940             INVALID KEY
139960                 CONTINUE
139980             NOT INVALID KEY
140000                 ADD 1 TO WS-FILE-ERASED
140020         END-REWRITE
140040     END-IF.
140060     PERFORM 5100-READ-ACCTRL
140080         THRU 5100-READ-ACCTRL-EXIT.
140100 3210-ERASE-ONE-ACCTRL-EXIT.
140120     EXIT.
140140*
140160*-----------------------------------------------------------*
140180* 3250-ERASE-TMPBADG - BLANK THE NAME ON TEMPORARY BADGES,   *
140200*                      REWRITING EACH IN PLACE               *
140220*-----------------------------------------------------------*
140240 3250-ERASE-TMPBADG.
140260     MOVE 0 TO WS-FILE-ERASED.
140280     MOVE "N" TO WS-EOF-SWITCH.
140300     OPEN I-O TMPBADG.
140320     IF WS-TMPBADG-STATUS NOT = "00"
140340         GO TO 3250-ERASE-TMPBADG-END
140360     END-IF.
140380     PERFORM 5150-READ-TMPBADG
140400         THRU 5150-READ-TMPBADG-EXIT.
140420     PERFORM 3260-ERASE-ONE-TMPBADG
140440         THRU 3260-ERASE-ONE-TMPBADG-EXIT
140460         UNTIL WS-EOF.
140480     CLOSE TMPBADG.
140500 3250-ERASE-TMPBADG-END.
140520     MOVE "TMPBADG" TO WS-ERR-FILE.
140540     PERFORM 3900-PRINT-ERASED
140560         THRU 3900-PRINT-ERASED-EXIT.
140580 3250-ERASE-TMPBADG-EXIT.
140600     EXIT.
140620*
140640 3260-ERASE-ONE-TMPBADG.
140660     MOVE TB-NAME TO WS-CMP-NAME.
140680     PERFORM 4000-CHECK-NAME
140700         THRU 4000-CHECK-NAME-EXIT.
140720     IF WS-NAME-HIT
140740         MOVE SPACES TO TB-NAME
140760         REWRITE TMPBADGE-RECORD
140780             INVALID KEY
140800                 CONTINUE
140820             NOT INVALID KEY
140840                 ADD 1 TO WS-FILE-ERASED
140860         END-REWRITE
140880     END-IF.
140900     PERFORM 5150-READ-TMPBADG
140920         THRU 5150-READ-TMPBADG-EXIT.
140940 3260-ERASE-ONE-TMPBADG-EXIT.
140960     EXIT.
140980*
141000*-----------------------------------------------------------*
141020* 3300-ERASE-BARRED - ONLY ENTRIES NO LONGER IN FORCE GET    *
141040*                     HERE (ONE IN FORCE HOLDS THE WHOLE     *
141060*                     ERASURE); THE NAME IS BLANKED AND THE  *
141080*                     BADGE KEPT, REWRITING EACH IN PLACE    *
141100*-----------------------------------------------------------*
141120 3300-ERASE-BARRED.
141140     MOVE 0 TO WS-FILE-ERASED.
141160     MOVE "N" TO WS-EOF-SWITCH.
141180     OPEN I-O BARRED.
141200     IF WS-BARRED-STATUS NOT = "00"
141220         GO TO 3300-ERASE-BARRED-END
141240     END-IF.
141260     PERFORM 5200-READ-BARRED
141280         THRU 5200-READ-BARRED-EXIT.
141300     PERFORM 3310-ERASE-ONE-BARRED
141320         THRU 3310-ERASE-ONE-BARRED-EXIT
141340         UNTIL WS-EOF.
141360     CLOSE BARRED.
141380 3300-ERASE-BARRED-END.
141400     MOVE "BARRED" TO WS-ERR-FILE.
141420     PERFORM 3900-PRINT-ERASED
141440         THRU 3900-PRINT-ERASED-EXIT.
141460 3300-ERASE-BARRED-EXIT.
141480     EXIT.
141500*
141520 3310-ERASE-ONE-BARRED.
141540     PERFORM 2320-CHECK-BARRED
141560         THRU 2320-CHECK-BARRED-EXIT.
141580     IF WS-SUBJECT-HIT AND BR-NAME NOT = SPACES
141600         MOVE SPACES TO BR-NAME
141620         REWRITE BARRED-RECORD
141640             INVALID KEY
141660                 CONTINUE
141680             NOT INVALID KEY
141700                 ADD 1 TO WS-FILE-ERASED
141720         END-REWRITE
141740     END-IF.
141760     PERFORM 5200-READ-BARRED
141780         THRU 5200-READ-BARRED-EXIT.
141800 3310-ERASE-ONE-BARRED-EXIT.
141820     EXIT.
141840*
141860*-----------------------------------------------------------*
141880* 3350-ERASE-INDUCTN - DELETE THE SUBJECT'S INDUCTIONS - THE *
141900*                      NAME IS PART OF THE KEY, SO IT CANNOT *
141920*                      BE BLANKED IN PLACE                   *
141940*-----------------------------------------------------------*
141960 3350-ERASE-INDUCTN.
141980     MOVE 0 TO WS-FILE-ERASED.
142000     MOVE "N" TO WS-EOF-SWITCH.
142020     OPEN I-O INDUCTN.
142040     IF WS-INDUCTN-STATUS NOT = "00"
142060         GO TO 3350-ERASE-INDUCTN-END
142080     END-IF.
142100     PERFORM 5270-READ-INDUCTN
142120         THRU 5270-READ-INDUCTN-EXIT.
142140     PERFORM 3360-ERASE-ONE-INDUCTN
142160         THRU 3360-ERASE-ONE-INDUCTN-EXIT
142180         UNTIL WS-EOF.
142200     CLOSE INDUCTN.
142220 3350-ERASE-INDUCTN-END.
142240     MOVE "INDUCTN" TO WS-ERR-FILE.
142260     PERFORM 3900-PRINT-ERASED
142280         THRU 3900-PRINT-ERASED-EXIT.
142300 3350-ERASE-INDUCTN-EXIT.
142320     EXIT.
142340*
142360 3360-ERASE-ONE-INDUCTN.
142380     MOVE IN-NAME TO WS-CMP-NAME.
142400     PERFORM 4000-CHECK-NAME
142420         THRU 4000-CHECK-NAME-EXIT.
142440     IF WS-NAME-HIT
142460         DELETE INDUCTN RECORD
142480         IF WS-INDUCTN-STATUS = "00"
142500             ADD 1 TO WS-FILE-ERASED
142520         END-IF
142580     END-IF.
142600     PERFORM 5270-READ-INDUCTN
142620         THRU 5270-READ-INDUCTN-EXIT.
142640 3360-ERASE-ONE-INDUCTN-EXIT.
142660     EXIT.
142680*
142700*-----------------------------------------------------------*
142720* 3370-ERASE-PARCEL - BLANK THE SUBJECT'S NAME ON CLOSED     *
142740*                     PARCELS. A PARCEL STILL HELD FOR THEM  *
142760*                     KEEPS IT - THE DESK MUST STILL KNOW    *
142780*                     WHOSE IT IS - AND IS COUNTED AS KEPT   *
142800*-----------------------------------------------------------*
142820 3370-ERASE-PARCEL.
142840     MOVE 0 TO WS-FILE-ERASED.
142860     MOVE 0 TO WS-PCL-KEPT.
142880     MOVE "N" TO WS-EOF-SWITCH.
142900     OPEN I-O PARCEL.
142920     IF WS-PARCEL-STATUS NOT = "00"
142940         GO TO 3370-ERASE-PARCEL-END
142960     END-IF.
142980     PERFORM 5280-READ-PARCEL
143000         THRU 5280-READ-PARCEL-EXIT.
143020     PERFORM 3380-ERASE-ONE-PARCEL
143040         THRU 3380-ERASE-ONE-PARCEL-EXIT
143060         UNTIL WS-EOF.
143080     CLOSE PARCEL.
143100 3370-ERASE-PARCEL-END.
143120     MOVE "PARCEL" TO WS-ERR-FILE.
143140     PERFORM 3900-PRINT-ERASED
143160         THRU 3900-PRINT-ERASED-EXIT.
143180     IF WS-PCL-KEPT > 0
143200         MOVE "  PARCEL STILL HELD - NAME KEPT:" TO WS-CL-LABEL
143220         MOVE WS-PCL-KEPT TO WS-CL-COUNT
143240         WRITE PRIVRPT-LINE FROM WS-COUNT-LINE
143260     END-IF.
143280 3370-ERASE-PARCEL-EXIT.
143300     EXIT.
143320*
143340 3380-ERASE-ONE-PARCEL.
143360     PERFORM 3385-CHECK-PARCEL-NAMES
143380         THRU 3385-CHECK-PARCEL-NAMES-EXIT.
143400     IF NOT WS-NAME-HIT
143420         GO TO 3380-ERASE-ONE-PARCEL-NEXT
143440     END-IF.
143460     IF PC-HELD AND WS-PCL-RECIP-HIT
143480         ADD 1 TO WS-PCL-KEPT
143500         GO TO 3380-ERASE-ONE-PARCEL-NEXT
143520     END-IF.
143540     IF WS-PCL-RECIP-HIT
143560         MOVE SPACES TO PC-RECIPIENT
143580         MOVE SPACES TO PC-RECIPIENT-ID
143600     END-IF.
143620     IF WS-PCL-COLLECTOR-HIT
143640         MOVE SPACES TO PC-COLLECTED-BY
143660     END-IF.
143680     REWRITE PARCEL-RECORD
143700         INVALID KEY
143720             CONTINUE
143740         NOT INVALID KEY
143760             ADD 1 TO WS-FILE-ERASED
143780     END-REWRITE.
143800 3380-ERASE-ONE-PARCEL-NEXT.
143820     PERFORM 5280-READ-PARCEL
143840         THRU 5280-READ-PARCEL-EXIT.
143860 3380-ERASE-ONE-PARCEL-EXIT.
143880     EXIT.
143900*
143920*-----------------------------------------------------------*
143940* 3385-CHECK-PARCEL-NAMES - IS THE SUBJECT THIS PARCEL'S     *
143960*                           RECIPIENT, COLLECTOR OR BOTH?    *
143980*-----------------------------------------------------------*
144000 3385-CHECK-PARCEL-NAMES.
144020     MOVE "N" TO WS-PCL-RECIP-SWITCH.
144040     MOVE "N" TO WS-PCL-COLLECTOR-SWITCH.
144060     MOVE PC-RECIPIENT TO WS-CMP-NAME.
144080     PERFORM 4000-CHECK-NAME
144100         THRU 4000-CHECK-NAME-EXIT.
144120     IF WS-NAME-HIT
144140         MOVE "Y" TO WS-PCL-RECIP-SWITCH
144160     END-IF.
144180     MOVE PC-COLLECTED-BY TO WS-CMP-NAME.
144200     PERFORM 4000-CHECK-NAME
144220         THRU 4000-CHECK-NAME-EXIT.
144240     IF WS-NAME-HIT
144260         MOVE "Y" TO WS-PCL-COLLECTOR-SWITCH
144280     END-IF.
144300     IF WS-PCL-RECIP-HIT
144320         MOVE "Y" TO WS-NAME-HIT-SWITCH
144340     END-IF.
144360 3385-CHECK-PARCEL-NAMES-EXIT.
144380     EXIT.
144400*
144420*-----------------------------------------------------------*
144440* 3390-ERASE-PREREG - DELETE THE SUBJECT'S BOOKINGS - THE    *
144460*                     NAME IS PART OF THE BOOKING KEY, SO IT *
144480*                     CANNOT BE BLANKED IN PLACE             *
144500*-----------------------------------------------------------*
144520 3390-ERASE-PREREG.
144540     MOVE 0 TO WS-FILE-ERASED.
144560     MOVE "N" TO WS-EOF-SWITCH.
144580     OPEN I-O PREREG.
144600     IF WS-PREREG-STATUS NOT = "00"
144620         GO TO 3390-ERASE-PREREG-END
144640     END-IF.
144660     PERFORM 5550-READ-PREREG
144680         THRU 5550-READ-PREREG-EXIT.
144700     PERFORM 3391-ERASE-ONE-PREREG
144720         THRU 3391-ERASE-ONE-PREREG-EXIT
144740         UNTIL WS-EOF.
144760     CLOSE PREREG.
144780 3390-ERASE-PREREG-END.
144800     MOVE "PREREG" TO WS-ERR-FILE.
144820     PERFORM 3900-PRINT-ERASED
144840         THRU 3900-PRINT-ERASED-EXIT.
144860 3390-ERASE-PREREG-EXIT.
144880     EXIT.
144900*
144920 3391-ERASE-ONE-PREREG.
144940     MOVE PR-NAME TO WS-CMP-NAME.
144960     PERFORM 4000-CHECK-NAME
144980         THRU 4000-CHECK-NAME-EXIT.
145000     IF WS-NAME-HIT
145020         DELETE PREREG RECORD
145040         IF WS-PREREG-STATUS = "00"
145060             ADD 1 TO WS-FILE-ERASED
145080         END-IF
145140     END-IF.
145160     PERFORM 5550-READ-PREREG
145180         THRU 5550-READ-PREREG-EXIT.
145200 3391-ERASE-ONE-PREREG-EXIT.
145220     EXIT.
145240*
145260*-----------------------------------------------------------*
145280* 3392-ERASE-MUSTER - BLANK NAME AND ID ON THE ROLL-CALL     *
145300*                     SNAPSHOT                               *
145320*-----------------------------------------------------------*
145340 3392-ERASE-MUSTER.
145360     MOVE 0 TO WS-FILE-ERASED.
145380     MOVE "N" TO WS-EOF-SWITCH.
145400     OPEN INPUT MUSTER.
145420     IF WS-MUSTER-STATUS NOT = "00"
145440         GO TO 3392-ERASE-MUSTER-END
145460     END-IF.
145480     OPEN OUTPUT PRIVWORK.
145500     PERFORM 5600-READ-MUSTER
145520         THRU 5600-READ-MUSTER-EXIT.
145540     PERFORM 3393-ERASE-ONE-MUSTER
145560         THRU 3393-ERASE-ONE-MUSTER-EXIT
145580         UNTIL WS-EOF.
145600     CLOSE MUSTER.
145620     CLOSE PRIVWORK.
145640     IF WS-FILE-ERASED > 0
145660         OPEN INPUT PRIVWORK
145680         OPEN OUTPUT MUSTER
145700         MOVE "N" TO WS-EOF-SWITCH
145720         PERFORM 5900-READ-PRIVWORK
145740             THRU 5900-READ-PRIVWORK-EXIT
145760         PERFORM 3394-COPY-BACK-MUSTER
145780             THRU 3394-COPY-BACK-MUSTER-EXIT
145800             UNTIL WS-EOF
145820         CLOSE PRIVWORK
145840         CLOSE MUSTER
145860     END-IF.
145880 3392-ERASE-MUSTER-END.
145900     MOVE "MUSTER" TO WS-ERR-FILE.
145920     PERFORM 3900-PRINT-ERASED
145940         THRU 3900-PRINT-ERASED-EXIT.
145960 3392-ERASE-MUSTER-EXIT.
145980     EXIT.
146000*
146020 3393-ERASE-ONE-MUSTER.
146040     PERFORM 4060-CHECK-MUSTER
146060         THRU 4060-CHECK-MUSTER-EXIT.
146080     IF WS-SUBJECT-HIT
146100         MOVE SPACES TO MU-NAME
146120         MOVE SPACES TO MU-ID
146140         ADD 1 TO WS-FILE-ERASED
146160     END-IF.
146180     WRITE PRIVWORK-RECORD FROM MUSTER-RECORD.
146200     PERFORM 5600-READ-MUSTER
146220         THRU 5600-READ-MUSTER-EXIT.
146240 3393-ERASE-ONE-MUSTER-EXIT.
146260     EXIT.
146280*
146300 3394-COPY-BACK-MUSTER.
146320     WRITE MUSTER-RECORD FROM PRIVWORK-RECORD.
146340     PERFORM 5900-READ-PRIVWORK
146360         THRU 5900-READ-PRIVWORK-EXIT.
146380 3394-COPY-BACK-MUSTER-EXIT.
146400     EXIT.
146420*
146440*-----------------------------------------------------------*
146460* 3395-ERASE-MUSTMARK - BLANK NAME AND BADGE ON ROLL-CALL    *
146480*                       MARKS                                *
146500*-----------------------------------------------------------*
146520 3395-ERASE-MUSTMARK.
146540     MOVE 0 TO WS-FILE-ERASED.
146560     MOVE "N" TO WS-EOF-SWITCH.
146580     OPEN INPUT MUSTMARK.
146600     IF WS-MUSTMARK-STATUS NOT = "00"
146620         GO TO 3395-ERASE-MUSTMARK-END
146640     END-IF.
146660     OPEN OUTPUT PRIVWORK.
146680     PERFORM 5650-READ-MUSTMARK
146700         THRU 5650-READ-MUSTMARK-EXIT.
146720     PERFORM 3396-ERASE-ONE-MUSTMARK
146740         THRU 3396-ERASE-ONE-MUSTMARK-EXIT
146760         UNTIL WS-EOF.
146780     CLOSE MUSTMARK.
146800     CLOSE PRIVWORK.
146820     IF WS-FILE-ERASED > 0
146840         OPEN INPUT PRIVWORK
146860         OPEN OUTPUT MUSTMARK
146880         MOVE "N" TO WS-EOF-SWITCH
146900         PERFORM 5900-READ-PRIVWORK
146920             THRU 5900-READ-PRIVWORK-EXIT
146940         PERFORM 3397-COPY-BACK-MUSTMARK
146960             THRU 3397-COPY-BACK-MUSTMARK-EXIT
146980             UNTIL WS-EOF
147000         CLOSE PRIVWORK
147020         CLOSE MUSTMARK
147040     END-IF.
147060 3395-ERASE-MUSTMARK-END.
147080     MOVE "MUSTMARK" TO WS-ERR-FILE.
147100     PERFORM 3900-PRINT-ERASED
147120         THRU 3900-PRINT-ERASED-EXIT.
147140 3395-ERASE-MUSTMARK-EXIT.
147160     EXIT.
147180*
147200 3396-ERASE-ONE-MUSTMARK.
147220     PERFORM 4070-CHECK-MUSTMARK
147240         THRU 4070-CHECK-MUSTMARK-EXIT.
147260     IF WS-SUBJECT-HIT
147280         MOVE SPACES TO MK-NAME
147300         MOVE SPACES TO MK-BADGE-ID
147320         ADD 1 TO WS-FILE-ERASED
147340     END-IF.
147360     WRITE PRIVWORK-RECORD FROM MUSTMARK-RECORD.
147380     PERFORM 5650-READ-MUSTMARK
147400         THRU 5650-READ-MUSTMARK-EXIT.
147420 3396-ERASE-ONE-MUSTMARK-EXIT.
147440     EXIT.
147460*
147480 3397-COPY-BACK-MUSTMARK.
147500     WRITE MUSTMARK-RECORD FROM PRIVWORK-RECORD.
147520     PERFORM 5900-READ-PRIVWORK
147540         THRU 5900-READ-PRIVWORK-EXIT.
147560 3397-COPY-BACK-MUSTMARK-EXIT.
147580     EXIT.
157300*
157400*-----------------------------------------------------------*
157500* 3400-ERASE-VISITLOG - BLANK NAME, ID AND CONTACT AS        *
157600*                       ARCRETEN DOES                        *
157700*-----------------------------------------------------------*
157800 3400-ERASE-VISITLOG.
157900     MOVE 0 TO WS-FILE-ERASED.
158000     MOVE "N" TO WS-EOF-SWITCH.
158100     OPEN INPUT VISITLOG.
158200     IF WS-VISITLOG-STATUS NOT = "00"
158300         GO TO 3400-ERASE-VISITLOG-END
158400     END-IF.
158500     OPEN OUTPUT PRIVWORK.
158600     PERFORM 5300-READ-VISITLOG
158700         THRU 5300-READ-VISITLOG-EXIT.
158800     PERFORM 3410-ERASE-ONE-VISITLOG
158900         THRU 3410-ERASE-ONE-VISITLOG-EXIT
159000         UNTIL WS-EOF.
159100     CLOSE VISITLOG.
159200     CLOSE PRIVWORK.
159300     IF WS-FILE-ERASED > 0
159400         OPEN INPUT PRIVWORK
159500         OPEN OUTPUT VISITLOG
159600         MOVE "N" TO WS-EOF-SWITCH
159700         PERFORM 5900-READ-PRIVWORK
159800             THRU 5900-READ-PRIVWORK-EXIT
159900         PERFORM 3420-COPY-BACK-VISITLOG
160000             THRU 3420-COPY-BACK-VISITLOG-EXIT
160100             UNTIL WS-EOF
160200         CLOSE PRIVWORK
160300         CLOSE VISITLOG
160400     END-IF.
160500 3400-ERASE-VISITLOG-END.
160600     MOVE "VISITLOG" TO WS-ERR-FILE.
160700     PERFORM 3900-PRINT-ERASED
160800         THRU 3900-PRINT-ERASED-EXIT.
160900 3400-ERASE-VISITLOG-EXIT.
161000     EXIT.
161100*
161200 3410-ERASE-ONE-VISITLOG.
161300     PERFORM 3480-BLANK-VISIT
161400         THRU 3480-BLANK-VISIT-EXIT.
161500     WRITE PRIVWORK-RECORD FROM VISITLOG-RECORD.
161600     PERFORM 5300-READ-VISITLOG
161700         THRU 5300-READ-VISITLOG-EXIT.
161800 3410-ERASE-ONE-VISITLOG-EXIT.
161900     EXIT.
162000*
162100 3420-COPY-BACK-VISITLOG.
162200     WRITE VISITLOG-RECORD FROM PRIVWORK-RECORD.
162300     PERFORM 5900-READ-PRIVWORK
162400         THRU 5900-READ-PRIVWORK-EXIT.
162500 3420-COPY-BACK-VISITLOG-EXIT.
162600     EXIT.
162700*
162800*-----------------------------------------------------------*
162900* 3450-ERASE-VISITARC - THE SAME FOR THE ARCHIVE             *
163000*-----------------------------------------------------------*
163100 3450-ERASE-VISITARC.
163200     MOVE 0 TO WS-FILE-ERASED.
163300     MOVE "N" TO WS-EOF-SWITCH.
163400     OPEN INPUT VISITARC.
163500     IF WS-VISITARC-STATUS NOT = "00"
163600         GO TO 3450-ERASE-VISITARC-END
163700     END-IF.
163800     OPEN OUTPUT PRIVWORK.
163900     PERFORM 5350-READ-VISITARC
164000         THRU 5350-READ-VISITARC-EXIT.
164100     PERFORM 3460-ERASE-ONE-VISITARC
164200         THRU 3460-ERASE-ONE-VISITARC-EXIT
164300         UNTIL WS-EOF.
164400     CLOSE VISITARC.
164500     CLOSE PRIVWORK.
164600     IF WS-FILE-ERASED > 0
164700         OPEN INPUT PRIVWORK
164800         OPEN OUTPUT VISITARC
164900         MOVE "N" TO WS-EOF-SWITCH
165000         PERFORM 5900-READ-PRIVWORK
165100             THRU 5900-READ-PRIVWORK-EXIT
165200         PERFORM 3470-COPY-BACK-VISITARC
165300             THRU 3470-COPY-BACK-VISITARC-EXIT
165400             UNTIL WS-EOF
165500         CLOSE PRIVWORK
165600         CLOSE VISITARC
165700     END-IF.
165800 3450-ERASE-VISITARC-END.
165900     MOVE "VISITARC" TO WS-ERR-FILE.
166000     PERFORM 3900-PRINT-ERASED
166100         THRU 3900-PRINT-ERASED-EXIT.
166200 3450-ERASE-VISITARC-EXIT.
166300     EXIT.
166400*
166500 3460-ERASE-ONE-VISITARC.
166600     MOVE VISITARC-RECORD TO VISITLOG-RECORD.
166700     PERFORM 3480-BLANK-VISIT
166800         THRU 3480-BLANK-VISIT-EXIT.
166900     WRITE PRIVWORK-RECORD FROM VISITLOG-RECORD.
167000     PERFORM 5350-READ-VISITARC
167100         THRU 5350-READ-VISITARC-EXIT.
167200 3460-ERASE-ONE-VISITARC-EXIT.
167300     EXIT.
167400*
167500 3470-COPY-BACK-VISITARC.
167600     WRITE VISITARC-RECORD FROM PRIVWORK-RECORD.
167700     PERFORM 5900-READ-PRIVWORK
167800         THRU 5900-READ-PRIVWORK-EXIT.
167900 3470-COPY-BACK-VISITARC-EXIT.
168000     EXIT.
168100*
168200 3480-BLANK-VISIT.
168300     PERFORM 2470-CHECK-VISIT
168400         THRU 2470-CHECK-VISIT-EXIT.
168500     IF WS-SUBJECT-HIT
168600         MOVE SPACES TO VL-NAME
168700         MOVE SPACES TO VL-ID
168800         MOVE SPACES TO VL-CONTACT
168900     END-IF.
169000     IF WS-CONTACT-HIT
169100         MOVE SPACES TO VL-CONTACT
169200     END-IF.
169300     IF WS-SUBJECT-HIT OR WS-CONTACT-HIT
169400         ADD 1 TO WS-FILE-ERASED
169500     END-IF.
169600 3480-BLANK-VISIT-EXIT.
169700     EXIT.
169800*
169900*-----------------------------------------------------------*
170000* 3500-ERASE-HOSTMSG - BLANK NAME AND ID ON NOTIFICATIONS    *
170100*-----------------------------------------------------------*
170200 3500-ERASE-HOSTMSG.
170300     MOVE 0 TO WS-FILE-ERASED.
170400     MOVE "N" TO WS-EOF-SWITCH.
170500     OPEN INPUT HOSTMSG.
170600     IF WS-HOSTMSG-STATUS NOT = "00"
170700         GO TO 3500-ERASE-HOSTMSG-END
170800     END-IF.
170900     OPEN OUTPUT PRIVWORK.
171000     PERFORM 5400-READ-HOSTMSG
171100         THRU 5400-READ-HOSTMSG-EXIT.
171200     PERFORM 3510-ERASE-ONE-HOSTMSG
171300         THRU 3510-ERASE-ONE-HOSTMSG-EXIT
171400         UNTIL WS-EOF.
171500     CLOSE HOSTMSG.
171600     CLOSE PRIVWORK.
171700     IF WS-FILE-ERASED > 0
171800         OPEN INPUT PRIVWORK
171900         OPEN OUTPUT HOSTMSG
172000         MOVE "N" TO WS-EOF-SWITCH
172100         PERFORM 5900-READ-PRIVWORK
172200             THRU 5900-READ-PRIVWORK-EXIT
172300         PERFORM 3520-COPY-BACK-HOSTMSG
172400             THRU 3520-COPY-BACK-HOSTMSG-EXIT
172500             UNTIL WS-EOF
172600         CLOSE PRIVWORK
172700         CLOSE HOSTMSG
172800     END-IF.
172900 3500-ERASE-HOSTMSG-END.
173000     MOVE "HOSTMSG" TO WS-ERR-FILE.
173100     PERFORM 3900-PRINT-ERASED
173200         THRU 3900-PRINT-ERASED-EXIT.
173300 3500-ERASE-HOSTMSG-EXIT.
173400     EXIT.
173500*
173600 3510-ERASE-ONE-HOSTMSG.
173700     MOVE "N" TO WS-SUBJECT-HIT-SWITCH.
173800     MOVE HM-NAME TO WS-CMP-NAME.
173900     MOVE HM-ID TO WS-CMP-ID.
174000     PERFORM 4050-CHECK-PERSON
174100         THRU 4050-CHECK-PERSON-EXIT.
174200     IF WS-SUBJECT-HIT
174300         MOVE SPACES TO HM-NAME
174400         MOVE SPACES TO HM-ID
174500         ADD 1 TO WS-FILE-ERASED
174600     END-IF.
174700     WRITE PRIVWORK-RECORD FROM HOSTMSG-RECORD.
174800     PERFORM 5400-READ-HOSTMSG
174900         THRU 5400-READ-HOSTMSG-EXIT.
175000 3510-ERASE-ONE-HOSTMSG-EXIT.
175100     EXIT.
175200*
175300 3520-COPY-BACK-HOSTMSG.
175400     WRITE HOSTMSG-RECORD FROM PRIVWORK-RECORD.
175500     PERFORM 5900-READ-PRIVWORK
175600         THRU 5900-READ-PRIVWORK-EXIT.
175700 3520-COPY-BACK-HOSTMSG-EXIT.
175800     EXIT.
175900*
176000*-----------------------------------------------------------*
176100* 3550-ERASE-HOSTRPLY - BLANK THE NAME ON REPLIES            *
176200*-----------------------------------------------------------*
176300 3550-ERASE-HOSTRPLY.
176400     MOVE 0 TO WS-FILE-ERASED.
176500     MOVE "N" TO WS-EOF-SWITCH.
176600     OPEN INPUT HOSTRPLY.
176700     IF WS-HOSTRPLY-STATUS NOT = "00"
176800         GO TO 3550-ERASE-HOSTRPLY-END
176900     END-IF.
177000     OPEN OUTPUT PRIVWORK.
177100     PERFORM 5450-READ-HOSTRPLY
177200         THRU 5450-READ-HOSTRPLY-EXIT.
177300     PERFORM 3560-ERASE-ONE-HOSTRPLY
177400         THRU 3560-ERASE-ONE-HOSTRPLY-EXIT
177500         UNTIL WS-EOF.
177600     CLOSE HOSTRPLY.
177700     CLOSE PRIVWORK.
177800     IF WS-FILE-ERASED > 0
177900         OPEN INPUT PRIVWORK
178000         OPEN OUTPUT HOSTRPLY
178100         MOVE "N" TO WS-EOF-SWITCH
178200         PERFORM 5900-READ-PRIVWORK
178300             THRU 5900-READ-PRIVWORK-EXIT
178400         PERFORM 3570-COPY-BACK-HOSTRPLY
178500             THRU 3570-COPY-BACK-HOSTRPLY-EXIT
178600             UNTIL WS-EOF
178700         CLOSE PRIVWORK
178800         CLOSE HOSTRPLY
178900     END-IF.
179000 3550-ERASE-HOSTRPLY-END.
179100     MOVE "HOSTRPLY" TO WS-ERR-FILE.
179200     PERFORM 3900-PRINT-ERASED
179300         THRU 3900-PRINT-ERASED-EXIT.
179400 3550-ERASE-HOSTRPLY-EXIT.
179500     EXIT.
179600*
179700 3560-ERASE-ONE-HOSTRPLY.
179800     MOVE RP-NAME TO WS-CMP-NAME.
179900     PERFORM 4000-CHECK-NAME
180000         THRU 4000-CHECK-NAME-EXIT.
180100     IF WS-NAME-HIT
180200         MOVE SPACES TO RP-NAME
180300         ADD 1 TO WS-FILE-ERASED
180400     END-IF.
180500     WRITE PRIVWORK-RECORD FROM HOSTRPLY-RECORD.
180600     PERFORM 5450-READ-HOSTRPLY
180700         THRU 5450-READ-HOSTRPLY-EXIT.
180800 3560-ERASE-ONE-HOSTRPLY-EXIT.
180900     EXIT.
181000*
181100 3570-COPY-BACK-HOSTRPLY.
181200     WRITE HOSTRPLY-RECORD FROM PRIVWORK-RECORD.
181300     PERFORM 5900-READ-PRIVWORK
181400         THRU 5900-READ-PRIVWORK-EXIT.
181500 3570-COPY-BACK-HOSTRPLY-EXIT.
181600     EXIT.
181700*
181800*-----------------------------------------------------------*
181900* 3600-ERASE-AUDITLOG - BLANK THE NAME AND IDS WHERE THEY    *
182000*                       APPEAR IN AN EVENT DETAIL. THE EVENT *
182100*                       ITSELF, ITS TIME AND ANY BADGE STAY  *
182200*-----------------------------------------------------------*
182300 3600-ERASE-AUDITLOG.
182400     MOVE 0 TO WS-FILE-ERASED.
182500     MOVE "N" TO WS-EOF-SWITCH.
182600     CLOSE AUDITLOG.
182700     OPEN INPUT AUDITIN.
182800     IF WS-AUDITIN-STATUS NOT = "00"
182900         GO TO 3600-ERASE-AUDITLOG-END
183000     END-IF.
183100     OPEN OUTPUT PRIVWORK.
183200     PERFORM 5500-READ-AUDITIN
183300         THRU 5500-READ-AUDITIN-EXIT.
183400     PERFORM 3610-ERASE-ONE-AUDITLOG
183500         THRU 3610-ERASE-ONE-AUDITLOG-EXIT
183600         UNTIL WS-EOF.
183700     CLOSE AUDITIN.
183800     CLOSE PRIVWORK.
183900     IF WS-FILE-ERASED > 0
184000         OPEN INPUT PRIVWORK
184100         OPEN OUTPUT AUDITIN
184200         MOVE "N" TO WS-EOF-SWITCH
184300         PERFORM 5900-READ-PRIVWORK
184400             THRU 5900-READ-PRIVWORK-EXIT
184500         PERFORM 3620-COPY-BACK-AUDITLOG
184600             THRU 3620-COPY-BACK-AUDITLOG-EXIT
184700             UNTIL WS-EOF
184800         CLOSE PRIVWORK
184900         CLOSE AUDITIN
185000     END-IF.
185100 3600-ERASE-AUDITLOG-END.
185200     PERFORM 6000-OPEN-AUDITLOG
185300         THRU 6000-OPEN-AUDITLOG-EXIT.
185400     MOVE "AUDITLOG" TO WS-ERR-FILE.
185500     PERFORM 3900-PRINT-ERASED
185600         THRU 3900-PRINT-ERASED-EXIT.
185700 3600-ERASE-AUDITLOG-EXIT.
185800     EXIT.
185900*
186000 3610-ERASE-ONE-AUDITLOG.
186100     MOVE "N" TO WS-SUBJECT-HIT-SWITCH.
186200     MOVE SPACES TO WS-CMP-DETAIL.
186300     MOVE FUNCTION UPPER-CASE(AI-DETAIL) TO WS-CMP-DETAIL(2:50).
186400     IF WS-NAME-LEN > 0
186500         MOVE SPACES TO WS-SEARCH-KEY
186600         MOVE WS-SUBJ-NAME-UC(1:WS-NAME-LEN)
186700             TO WS-SEARCH-KEY(2:WS-NAME-LEN)
186800         COMPUTE WS-KEY-LEN = WS-NAME-LEN + 2
186900         PERFORM 4040-BLANK-IN-DETAIL
187000             THRU 4040-BLANK-IN-DETAIL-EXIT
187100     END-IF.
187200     PERFORM 3615-BLANK-ONE-ID
187300         THRU 3615-BLANK-ONE-ID-EXIT
187400         VARYING WS-TABLE-INDEX FROM 1 BY 1
187500         UNTIL WS-TABLE-INDEX > WS-ID-USED.
187600     IF WS-SUBJECT-HIT
187700         ADD 1 TO WS-FILE-ERASED
187800     END-IF.
187900     WRITE PRIVWORK-RECORD FROM AUDITIN-RECORD.
188000     PERFORM 5500-READ-AUDITIN
188100         THRU 5500-READ-AUDITIN-EXIT.
188200 3610-ERASE-ONE-AUDITLOG-EXIT.
188300     EXIT.
188400*
188500 3615-BLANK-ONE-ID.
188600     SET SI-IDX TO WS-TABLE-INDEX.
188700     MOVE SPACES TO WS-SEARCH-KEY.
188800     MOVE FUNCTION LENGTH(FUNCTION TRIM(SI-ID(SI-IDX) TRAILING))
188900         TO WS-ID-LEN.
189000     MOVE SI-ID(SI-IDX)(1:WS-ID-LEN)
189100         TO WS-SEARCH-KEY(2:WS-ID-LEN).
189200     COMPUTE WS-KEY-LEN = WS-ID-LEN + 2.
189300     PERFORM 4040-BLANK-IN-DETAIL
189400         THRU 4040-BLANK-IN-DETAIL-EXIT.
189500 3615-BLANK-ONE-ID-EXIT.
189600     EXIT.
189700*
189800 3620-COPY-BACK-AUDITLOG.
189900     WRITE AUDITIN-RECORD FROM PRIVWORK-RECORD.
190000     PERFORM 5900-READ-PRIVWORK
190100         THRU 5900-READ-PRIVWORK-EXIT.
190200 3620-COPY-BACK-AUDITLOG-EXIT.
190300     EXIT.
190400*
190500*-----------------------------------------------------------*
190600* 3900-PRINT-ERASED - ONE LINE PER FILE ERASED               *
190700*-----------------------------------------------------------*
190800 3900-PRINT-ERASED.
190900     MOVE SPACES TO WS-CL-LABEL.
191000     STRING "  " WS-ERR-FILE " RECORDS ERASED:"
191100         DELIMITED BY SIZE INTO WS-CL-LABEL.
191200     MOVE WS-FILE-ERASED TO WS-CL-COUNT.
191300     WRITE PRIVRPT-LINE FROM WS-COUNT-LINE.
191400     ADD WS-FILE-ERASED TO WS-TOTAL-ERASED.
191500 3900-PRINT-ERASED-EXIT.
191600     EXIT.
191700*
191800*-----------------------------------------------------------*
191900* 4000-CHECK-NAME - WS-CMP-NAME IS THE SUBJECT'S NAME,       *
192000*                   WHATEVER ITS CASE                        *
192100*-----------------------------------------------------------*
192200 4000-CHECK-NAME.
192300     MOVE "N" TO WS-NAME-HIT-SWITCH.
192400     IF WS-SUBJ-NAME-UC NOT = SPACES
192500         AND FUNCTION UPPER-CASE(WS-CMP-NAME) = WS-SUBJ-NAME-UC
192600         MOVE "Y" TO WS-NAME-HIT-SWITCH
192700     END-IF.
192800 4000-CHECK-NAME-EXIT.
192900     EXIT.
193000*
193100*-----------------------------------------------------------*
193200* 4010-CHECK-ID - WS-CMP-ID IS ONE OF THE SUBJECT'S IDS      *
193300*-----------------------------------------------------------*
193400 4010-CHECK-ID.
193500     MOVE "N" TO WS-ID-HIT-SWITCH.
193600     IF WS-CMP-ID = SPACES
193700         GO TO 4010-CHECK-ID-EXIT
193800     END-IF.
193900     PERFORM 4015-MATCH-ONE-ID
194000         THRU 4015-MATCH-ONE-ID-EXIT
194100         VARYING WS-TABLE-INDEX FROM 1 BY 1
194200         UNTIL WS-TABLE-INDEX > WS-ID-USED
194300             OR WS-ID-HIT.
194400 4010-CHECK-ID-EXIT.
194500     EXIT.
194600*
194700 4015-MATCH-ONE-ID.
194800     SET SI-IDX TO WS-TABLE-INDEX.
194900     IF SI-ID(SI-IDX) = WS-CMP-ID
195000         MOVE "Y" TO WS-ID-HIT-SWITCH
195100     END-IF.
195200 4015-MATCH-ONE-ID-EXIT.
195300     EXIT.
195400*
195500*-----------------------------------------------------------*
195600* 4020-CHECK-BADGE - WS-CMP-BADGE IS ONE OF THE SUBJECT'S    *
195700*                    BADGES                                  *
195800*-----------------------------------------------------------*
195900 4020-CHECK-BADGE.
196000     MOVE "N" TO WS-BADGE-HIT-SWITCH.
196100     IF WS-CMP-BADGE = SPACES
196200         GO TO 4020-CHECK-BADGE-EXIT
196300     END-IF.
196400     PERFORM 4025-MATCH-ONE-BADGE
196500         THRU 4025-MATCH-ONE-BADGE-EXIT
196600         VARYING WS-TABLE-INDEX FROM 1 BY 1
196700         UNTIL WS-TABLE-INDEX > WS-BADGE-USED
196800             OR WS-BADGE-HIT.
196900 4020-CHECK-BADGE-EXIT.
197000     EXIT.
197100*
197200 4025-MATCH-ONE-BADGE.
197300     SET SB-IDX TO WS-TABLE-INDEX.
197400     IF SB-BADGE-ID(SB-IDX) = WS-CMP-BADGE
197500         MOVE "Y" TO WS-BADGE-HIT-SWITCH
197600     END-IF.
197700 4025-MATCH-ONE-BADGE-EXIT.
197800     EXIT.
197900*
198000*-----------------------------------------------------------*
198100* 4030-CHECK-DETAIL - AN AUDIT DETAIL NAMES THE SUBJECT, ONE *
198200*                     OF THE IDS OR ONE OF THE BADGES AS A   *
198300*                     WHOLE WORD                             *
198400*-----------------------------------------------------------*
198500 4030-CHECK-DETAIL.
198600     MOVE "N" TO WS-DETAIL-HIT-SWITCH.
198700     MOVE SPACES TO WS-CMP-DETAIL.
198800     MOVE FUNCTION UPPER-CASE(AI-DETAIL) TO WS-CMP-DETAIL(2:50).
198900     IF WS-NAME-LEN > 0
199000         MOVE SPACES TO WS-SEARCH-KEY
199100         MOVE WS-SUBJ-NAME-UC(1:WS-NAME-LEN)
199200             TO WS-SEARCH-KEY(2:WS-NAME-LEN)
199300         COMPUTE WS-KEY-LEN = WS-NAME-LEN + 2
199400         PERFORM 4035-SEARCH-DETAIL
199500             THRU 4035-SEARCH-DETAIL-EXIT
199600     END-IF.
199700     PERFORM 4031-SEARCH-ONE-ID
199800         THRU 4031-SEARCH-ONE-ID-EXIT
199900         VARYING WS-TABLE-INDEX FROM 1 BY 1
200000         UNTIL WS-TABLE-INDEX > WS-ID-USED
200100             OR WS-DETAIL-HIT.
200200     PERFORM 4032-SEARCH-ONE-BADGE
200300         THRU 4032-SEARCH-ONE-BADGE-EXIT
200400         VARYING WS-TABLE-INDEX FROM 1 BY 1
200500         UNTIL WS-TABLE-INDEX > WS-BADGE-USED
200600             OR WS-DETAIL-HIT.
200700 4030-CHECK-DETAIL-EXIT.
200800     EXIT.
200900*
201000 4031-SEARCH-ONE-ID.
201100     SET SI-IDX TO WS-TABLE-INDEX.
201200     MOVE SPACES TO WS-SEARCH-KEY.
201300     MOVE FUNCTION LENGTH(FUNCTION TRIM(SI-ID(SI-IDX) TRAILING))
201400         TO WS-ID-LEN.
201500     MOVE SI-ID(SI-IDX)(1:WS-ID-LEN)
201600         TO WS-SEARCH-KEY(2:WS-ID-LEN).
201700     COMPUTE WS-KEY-LEN = WS-ID-LEN + 2.
201800     PERFORM 4035-SEARCH-DETAIL
201900         THRU 4035-SEARCH-DETAIL-EXIT.
202000 4031-SEARCH-ONE-ID-EXIT.
202100     EXIT.
202200*
202300 4032-SEARCH-ONE-BADGE.
202400     SET SB-IDX TO WS-TABLE-INDEX.
202500     MOVE SPACES TO WS-SEARCH-KEY.
202600     MOVE FUNCTION LENGTH(FUNCTION TRIM(SB-BADGE-ID(SB-IDX)
202700         TRAILING)) TO WS-ID-LEN.
202800     MOVE FUNCTION UPPER-CASE(SB-BADGE-ID(SB-IDX)(1:WS-ID-LEN))
202900         TO WS-SEARCH-KEY(2:WS-ID-LEN).
203000     COMPUTE WS-KEY-LEN = WS-ID-LEN + 2.
203100     PERFORM 4035-SEARCH-DETAIL
203200         THRU 4035-SEARCH-DETAIL-EXIT.
203300 4032-SEARCH-ONE-BADGE-EXIT.
203400     EXIT.
203500*
203600 4035-SEARCH-DETAIL.
203700     MOVE 0 TO WS-TALLY.
203800     INSPECT WS-CMP-DETAIL TALLYING WS-TALLY
203900         FOR ALL WS-SEARCH-KEY(1:WS-KEY-LEN).
204000     IF WS-TALLY > 0
204100         MOVE "Y" TO WS-DETAIL-HIT-SWITCH
204200     END-IF.
204300 4035-SEARCH-DETAIL-EXIT.
204400     EXIT.
204500*
204600*-----------------------------------------------------------*
204700* 4040-BLANK-IN-DETAIL - BLANK EVERY WHOLE-WORD OCCURRENCE   *
204800*                        OF THE SEARCH KEY IN AI-DETAIL      *
204900*-----------------------------------------------------------*
205000 4040-BLANK-IN-DETAIL.
205100     PERFORM 4045-BLANK-ONE-OCCURRENCE
205200         THRU 4045-BLANK-ONE-OCCURRENCE-EXIT.
205300     PERFORM 4045-BLANK-ONE-OCCURRENCE
205400         THRU 4045-BLANK-ONE-OCCURRENCE-EXIT
205500         UNTIL WS-BLANK-POS NOT < 52.
205600 4040-BLANK-IN-DETAIL-EXIT.
205700     EXIT.
205800*
205900 4045-BLANK-ONE-OCCURRENCE.
206000     MOVE 0 TO WS-BLANK-POS.
206100     INSPECT WS-CMP-DETAIL TALLYING WS-BLANK-POS
206200         FOR CHARACTERS BEFORE INITIAL
206300             WS-SEARCH-KEY(1:WS-KEY-LEN).
206400     IF WS-BLANK-POS < 52
206500         MOVE SPACES TO WS-CMP-DETAIL(WS-BLANK-POS + 2:
206600             WS-KEY-LEN - 2)
206700         MOVE SPACES TO AI-DETAIL(WS-BLANK-POS + 1:
206800             WS-KEY-LEN - 2)
206900         MOVE "Y" TO WS-SUBJECT-HIT-SWITCH
207000     END-IF.
207100 4045-BLANK-ONE-OCCURRENCE-EXIT.
207200     EXIT.
207300*
207400*-----------------------------------------------------------*
207500* 4050-CHECK-PERSON - NAME OR ID MATCH SETS THE SUBJECT HIT  *
207600*                     (THE CALLER RESETS IT)                 *
207700*-----------------------------------------------------------*
207800 4050-CHECK-PERSON.
207900     PERFORM 4000-CHECK-NAME
208000         THRU 4000-CHECK-NAME-EXIT.
208100     PERFORM 4010-CHECK-ID
208200         THRU 4010-CHECK-ID-EXIT.
208300     IF WS-NAME-HIT OR WS-ID-HIT
208400         MOVE "Y" TO WS-SUBJECT-HIT-SWITCH
208500     END-IF.
208600 4050-CHECK-PERSON-EXIT.
208700     EXIT.
208800*
208802*-----------------------------------------------------------*
208804* 4060-CHECK-MUSTER - THE SUBJECT ON THE ROLL-CALL SNAPSHOT  *
208806*                     (NAME OR ID, PERSON RECORDS ONLY)      *
208808*-----------------------------------------------------------*
208810 4060-CHECK-MUSTER.
208812     MOVE "N" TO WS-SUBJECT-HIT-SWITCH.
208814     IF NOT MU-PERSON
208816         GO TO 4060-CHECK-MUSTER-EXIT
208818     END-IF.
208820     MOVE MU-NAME TO WS-CMP-NAME.
208822     MOVE MU-ID TO WS-CMP-ID.
208824     PERFORM 4050-CHECK-PERSON
208826         THRU 4050-CHECK-PERSON-EXIT.
208828 4060-CHECK-MUSTER-EXIT.
208830     EXIT.
208832*
208834*-----------------------------------------------------------*
208836* 4070-CHECK-MUSTMARK - THE SUBJECT ON A ROLL-CALL MARK      *
208838*                       (NAME OR ONE OF THEIR BADGES)        *
208840*-----------------------------------------------------------*
208842 4070-CHECK-MUSTMARK.
208844     MOVE "N" TO WS-SUBJECT-HIT-SWITCH.
208846     IF NOT MK-MARK
208848         GO TO 4070-CHECK-MUSTMARK-EXIT
208850     END-IF.
208852     MOVE MK-NAME TO WS-CMP-NAME.
208854     PERFORM 4000-CHECK-NAME
208856         THRU 4000-CHECK-NAME-EXIT.
208858     MOVE MK-BADGE-ID TO WS-CMP-BADGE.
208860     PERFORM 4020-CHECK-BADGE
208862         THRU 4020-CHECK-BADGE-EXIT.
208864     IF WS-NAME-HIT OR WS-BADGE-HIT
208866         MOVE "Y" TO WS-SUBJECT-HIT-SWITCH
208868     END-IF.
208870 4070-CHECK-MUSTMARK-EXIT.
208872     EXIT.
208874*
208900*-----------------------------------------------------------*
209000* 4100-ADD-BADGE - REMEMBER ONE OF THE SUBJECT'S BADGES      *
209100*-----------------------------------------------------------*
209200 4100-ADD-BADGE.
209300     PERFORM 4020-CHECK-BADGE
209400         THRU 4020-CHECK-BADGE-EXIT.
209500     IF WS-CMP-BADGE NOT = SPACES
209600         AND NOT WS-BADGE-HIT
209700         AND WS-BADGE-USED < 20
209800         ADD 1 TO WS-BADGE-USED
209900         SET SB-IDX TO WS-BADGE-USED
210000         MOVE WS-CMP-BADGE TO SB-BADGE-ID(SB-IDX)
210100     END-IF.
210200 4100-ADD-BADGE-EXIT.
210300     EXIT.
210400*
210500*-----------------------------------------------------------*
210600* 5000-5900 - READ PARAGRAPHS                                *
210700*-----------------------------------------------------------*
210800 5000-READ-CUSTMAS-NEXT.
210900     READ CUSTMAS NEXT
211000         AT END
211100             MOVE "Y" TO WS-EOF-SWITCH
211200     END-READ.
211300 5000-READ-CUSTMAS-NEXT-EXIT.
211400     EXIT.
211500*
211600 5050-READ-CUSTTRL.
211700     READ CUSTTRL
211800         AT END
211900             MOVE "Y" TO WS-EOF-SWITCH
212000     END-READ.
212100 5050-READ-CUSTTRL-EXIT.
212200     EXIT.
212300*
212400 5100-READ-ACCTRL.
212500     READ ACCTRL
212600         AT END
212700             MOVE "Y" TO WS-EOF-SWITCH
212800     END-READ.
212900 5100-READ-ACCTRL-EXIT.
213000     EXIT.
213100*
213200 5150-READ-TMPBADG.
213300     READ TMPBADG
213400         AT END
213500             MOVE "Y" TO WS-EOF-SWITCH
213600     END-READ.
213700 5150-READ-TMPBADG-EXIT.
213800     EXIT.
213900*
214000 5200-READ-BARRED.
214100     READ BARRED
214200         AT END
214300             MOVE "Y" TO WS-EOF-SWITCH
214400     END-READ.
214500 5200-READ-BARRED-EXIT.
214600     EXIT.
214700*
214800 5250-READ-BADGLOCK.
214900     READ BADGLOCK
215000         AT END
215100             MOVE "Y" TO WS-EOF-SWITCH
215200     END-READ.
215300 5250-READ-BADGLOCK-EXIT.
215400     EXIT.
215410*
215420 5270-READ-INDUCTN.
215430     READ INDUCTN
215440         AT END
215450             MOVE "Y" TO WS-EOF-SWITCH
215460     END-READ.
215470 5270-READ-INDUCTN-EXIT.
215480     EXIT.
215481*
215482 5280-READ-PARCEL.
215483     READ PARCEL
215484         AT END
215485             MOVE "Y" TO WS-EOF-SWITCH
215486     END-READ.
215487 5280-READ-PARCEL-EXIT.
215488     EXIT.
215500*
215600 5300-READ-VISITLOG.
215700     READ VISITLOG
215800         AT END
215900             MOVE "Y" TO WS-EOF-SWITCH
216000     END-READ.
216100 5300-READ-VISITLOG-EXIT.
216200     EXIT.
216300*
216400 5350-READ-VISITARC.
216500     READ VISITARC
216600         AT END
216700             MOVE "Y" TO WS-EOF-SWITCH
216800     END-READ.
216900 5350-READ-VISITARC-EXIT.
217000     EXIT.
217100*
217200 5400-READ-HOSTMSG.
217300     READ HOSTMSG
217400         AT END
217500             MOVE "Y" TO WS-EOF-SWITCH
217600     END-READ.
217700 5400-READ-HOSTMSG-EXIT.
217800     EXIT.
217900*
218000 5450-READ-HOSTRPLY.
218100     READ HOSTRPLY
218200         AT END
218300             MOVE "Y" TO WS-EOF-SWITCH
218400     END-READ.
218500 5450-READ-HOSTRPLY-EXIT.
218600     EXIT.
218700*
218800 5500-READ-AUDITIN.
218900     READ AUDITIN
219000         AT END
219100             MOVE "Y" TO WS-EOF-SWITCH
219200     END-READ.
219300 5500-READ-AUDITIN-EXIT.
219400     EXIT.
219404 5550-READ-PREREG.
219408     READ PREREG
219412         AT END
219416             MOVE "Y" TO WS-EOF-SWITCH
219420     END-READ.
219424 5550-READ-PREREG-EXIT.
219428     EXIT.
219432*
219436 5600-READ-MUSTER.
219440     READ MUSTER
219444         AT END
219448             MOVE "Y" TO WS-EOF-SWITCH
219452     END-READ.
219456 5600-READ-MUSTER-EXIT.
219460     EXIT.
219464*
219468 5650-READ-MUSTMARK.
219472     READ MUSTMARK
219476         AT END
219480             MOVE "Y" TO WS-EOF-SWITCH
219484     END-READ.
219488 5650-READ-MUSTMARK-EXIT.
219492     EXIT.
219496*
219500*
219600 5900-READ-PRIVWORK.
219700     READ PRIVWORK
219800         AT END
219900             MOVE "Y" TO WS-EOF-SWITCH
220000     END-READ.
220100 5900-READ-PRIVWORK-EXIT.
220200     EXIT.
220300*
220400*-----------------------------------------------------------*
220500* 6000-OPEN-AUDITLOG - OPEN FOR APPEND, CREATING IF NEEDED   *
220600*-----------------------------------------------------------*
220700 6000-OPEN-AUDITLOG.
220800     OPEN EXTEND AUDITLOG.
220900     IF WS-AUDITLOG-NOT-FOUND
221000         OPEN OUTPUT AUDITLOG
221100         CLOSE AUDITLOG
221200         OPEN EXTEND AUDITLOG
221300     END-IF.
221400 6000-OPEN-AUDITLOG-EXIT.
221500     EXIT.
221600*
221700*-----------------------------------------------------------*
221800* 6100-WRITE-AUDIT-EVENT - APPEND ONE TIMESTAMPED EVENT      *
221900*-----------------------------------------------------------*
222000 6100-WRITE-AUDIT-EVENT.
222100     MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-DATE-TIME.
222200     MOVE WS-AUDIT-DATE TO AU-DATE.
222300     MOVE WS-AUDIT-TIME TO AU-TIME.
222400     MOVE "PRIVREQ " TO AU-PROGRAM.
222500     MOVE WS-AE-CODE TO AU-EVENT-CODE.
222600     MOVE WS-AE-DETAIL TO AU-DETAIL.
222700     WRITE AUDITLOG-RECORD.
222800 6100-WRITE-AUDIT-EVENT-EXIT.
222900     EXIT.
223000*
223100*-----------------------------------------------------------*
223200* 9000-TERMINATE - WRITE THE RUN-END EVENT AND CLOSE FILES   *
223300*-----------------------------------------------------------*
223400 9000-TERMINATE.
223500     MOVE "RUNEND  " TO WS-AE-CODE.
223600     MOVE WS-TOTAL-FOUND TO WS-AE-COUNT-1.
223700     MOVE SPACES TO WS-AE-DETAIL.
223800     STRING "REF " WS-REQUEST-REF " FOUND " WS-AE-COUNT-1
223900         DELIMITED BY SIZE INTO WS-AE-DETAIL.
224000     PERFORM 6100-WRITE-AUDIT-EVENT
224100         THRU 6100-WRITE-AUDIT-EVENT-EXIT.
224200     CLOSE PRIVRPT.
224300     CLOSE AUDITLOG.
224400 9000-TERMINATE-EXIT.
224500     EXIT.
