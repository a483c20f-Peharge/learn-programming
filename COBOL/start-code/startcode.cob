001366*                 WRITES REFRESHES THE CLOCK AND A ONE-SECOND   *
001367*                 TICK BROKE THE EXACT-MATCH JOIN HOSTRECV AND  *
001368*                 INQUIRE USE.                                  *
001369* 2026-10-15 RH   ACCTRL IS NOW THE PERMANENT BADGE REGISTER    *
001370*                 (ACCTRL.CPY, MAINTAINED BY BADGEMNT). A BADGE *
001371*                 FOUND THERE IS REFUSED WHEN IT IS EXPIRED,    *
001372*                 REVOKED, LOST OR SUSPENDED, OR WHEN THE TYPED *
001373*                 NAME IS NOT ITS HOLDER'S; THE REASON GOES TO  *
001374*                 THE ACCDENY AUDIT DETAIL. A REGISTERED BADGE  *
001375*                 IS NO LONGER RETRIED AGAINST TMPBADG.         *
001376* 2026-10-15 RH   ADD THE EXPRESS CHECK-IN (TRANSACTION P) FOR  *
001377*                 A PRE-REGISTERED GUEST. THE GUEST GIVES THE   *
001378*                 REFERENCE CODE ROSTRBLD ISSUED (PREREG.CPY)   *
001379*                 INSTEAD OF TYPING A NAME; NAME AND HOSTING    *
001380*                 DEPARTMENT COME FROM THE BOOKING. A CODE THAT *
001381*                 IS UNKNOWN, ALREADY USED, FOR ANOTHER DAY OR  *
001382*                 FOR THE OTHER SITE IS REFUSED (PREREFUS AUDIT *
001383*                 EVENT). OTHERWISE THE GUEST GOES THROUGH THE  *
001384*                 USUAL BARRED, BADGE AND OCCUPANCY CHECKS AS   *
001385*                 AN ORDINARY SIGN-IN; THE CODE IS STAMPED ON   *
001386*                 THE VISITLOG RECORD AND MARKED USED ON PREREG *
001387*                 (PREREGIN AUDIT EVENT) SO IT CANNOT BE        *
001388*                 REPLAYED.                                     *
001389* 2026-10-15 RH   THE OCCOVRD AUDIT DETAIL NOW NAMES THE SITE   *
001390*                 AHEAD OF THE NAME SO OVERRIDES CAN BE COUNTED *
001391*                 PER SITE.                                     *
001392* 2026-10-15 RH   ACCTRL, TMPBADG AND BARRED ARE NOW INDEXED    *
001393*                 (BADGE ID; BARRED ALSO BY NAME) AND ARE       *
001394*                 OPENED ONCE FOR THE SESSION - EACH CHECK IS A *
001395*                 KEYED READ INSTEAD OF A PASS THROUGH THE      *
001396*                 FILE. BADGLOCK IS READ BY KEY AND THE ONE     *
001397*                 RECORD REWRITTEN IN PLACE INSTEAD OF THE      *
001398*                 WHOLE FILE BEING LOADED AND WRITTEN BACK.     *
001399*                 ONSITECT IS NO LONGER REREAD BETWEEN THE      *
001400*                 OCCUPANCY CHECK AND THE COUNT UPDATE UNLESS   *
001401*                 AN OVERRIDE PROMPT HELD THE DESK UP.          *
001402* 2026-10-15 RH   A CONTRACTOR (TRANSACTION C) NOW NEEDS A      *
001404*                 CURRENT SAFETY INDUCTION FOR THIS DESK'S SITE *
001406*                 ON THE INDUCTN REGISTER (INDUCT.CPY), READ BY *
001408*                 NAME, COMPANY AND SITE. WITHOUT ONE THE       *
001410*                 CONTRACTOR IS SENT TO THE SAFETY OFFICE AND   *
001412*                 REFUSED (INDREFUS AUDIT EVENT) UNLESS A       *
001414*                 SUPERVISOR OVERRIDES (INDOVRD AUDIT EVENT).   *
001416* 2026-10-15 RH   A DELIVERY (TRANSACTION D) NOW BOOKS EACH     *
001418*                 PARCEL INTO THE DESK'S CUSTODY ON THE PARCEL  *
001420*                 FILE (PARCEL.CPY) - TRACKING NUMBER, SHELF,   *
001422*                 THE RECIPIENT'S DEPARTMENT FROM CUSTMAS - AND *
001424*                 SENDS THE RECIPIENT ONE PARCEL NOTICE ON      *
001426*                 HOSTMSG. PICKUP AND RETURN ARE RECORDED BY    *
001428*                 PARCMNT.                                      *
001430* 2026-10-15 RH   PREREG IS NOW INDEXED ON THE REFERENCE        *
001432*                 CODE AND OPENED ONCE FOR THE SESSION - THE    *
001434*                 CODE IS FOUND BY A KEYED READ AND MARKED USED *
001436*                 BY REWRITING THE ONE RECORD. A MARK THAT      *
001438*                 CANNOT BE MADE IS AUDITED AS FILESTAT.        *
001440*                 PREGWORK IS RETIRED.                          *
001442*-----------------------------------------------------------*
001444*
001500 ENVIRONMENT DIVISION.
001600
001700 CONFIGURATION SECTION.
002476         ALTERNATE RECORD KEY IS CM-NAME
002478             WITH DUPLICATES
002480         FILE STATUS IS WS-CUSTMAS-STATUS.
002481     SELECT ACCTRL ASSIGN TO "ACCTRL"
002482         ORGANIZATION IS INDEXED
002483         ACCESS MODE IS RANDOM
002484         RECORD KEY IS AC-BADGE-ID
002485         FILE STATUS IS WS-ACCTRL-STATUS.
002486     SELECT AUDITLOG ASSIGN TO "AUDITLOG"
002487         ORGANIZATION IS SEQUENTIAL
002488         FILE STATUS IS WS-AUDITLOG-STATUS.
002489     SELECT HOSTMSG ASSIGN TO "HOSTMSG"
002490         ORGANIZATION IS SEQUENTIAL
002491         FILE STATUS IS WS-HOSTMSG-STATUS.
002492     SELECT TMPBADG ASSIGN TO "TMPBADG"
002493         ORGANIZATION IS INDEXED
002494         ACCESS MODE IS RANDOM
002495         RECORD KEY IS TB-BADGE-ID
002496         FILE STATUS IS WS-TMPBADG-STATUS.
002497     SELECT BARRED ASSIGN TO "BARRED"
002498         ORGANIZATION IS INDEXED
002499         ACCESS MODE IS DYNAMIC
002500         RECORD KEY IS BR-ENTRY-NO
002501         ALTERNATE RECORD KEY IS BR-NAME
002502             WITH DUPLICATES
002503         ALTERNATE RECORD KEY IS BR-BADGE-ID
002504             WITH DUPLICATES
002505         FILE STATUS IS WS-BARRED-STATUS.
002506     SELECT BADGLOCK ASSIGN TO "BADGLOCK"
002507         ORGANIZATION IS INDEXED
002508         ACCESS MODE IS RANDOM
002512         RECORD KEY IS LK-BADGE-ID
002513         FILE STATUS IS WS-BADGLOCK-STATUS.
002514     SELECT ONSITECT ASSIGN TO "ONSITECT"
002516         ORGANIZATION IS SEQUENTIAL
002522     SELECT SITECFG ASSIGN TO "SITECFG"
002523         ORGANIZATION IS SEQUENTIAL
002524         FILE STATUS IS WS-SITECFG-STATUS.
002525     SELECT PREREG ASSIGN TO "PREREG"
002526         ORGANIZATION IS INDEXED
002527         ACCESS MODE IS RANDOM
002528         RECORD KEY IS PR-REF-CODE
002529         ALTERNATE RECORD KEY IS PR-BOOKING-KEY
002530             WITH DUPLICATES
002531         FILE STATUS IS WS-PREREG-STATUS.
002532     SELECT INDUCTN ASSIGN TO "INDUCTN"
002534         ORGANIZATION IS INDEXED
002536         ACCESS MODE IS RANDOM
002538         RECORD KEY IS IN-KEY
002540         ALTERNATE RECORD KEY IS IN-COMPANY
002542             WITH DUPLICATES
002544         FILE STATUS IS WS-INDUCTN-STATUS.
002546     SELECT PARCEL ASSIGN TO "PARCEL"
002548         ORGANIZATION IS INDEXED
002550         ACCESS MODE IS RANDOM
002552         RECORD KEY IS PC-TRACKING-NO
002554         ALTERNATE RECORD KEY IS PC-RECIPIENT
002556             WITH DUPLICATES
002558         ALTERNATE RECORD KEY IS PC-DEPARTMENT
002560             WITH DUPLICATES
002562         FILE STATUS IS WS-PARCEL-STATUS.
002564
002600 DATA DIVISION.
002700
002800 FILE SECTION.
003540     COPY "CUSTMAS.CPY".
003580
003582 FD  ACCTRL
003584     RECORD CONTAINS 100 CHARACTERS.
003586     COPY "ACCTRL.CPY".
003592
003594 FD  AUDITLOG
003596     RECORD CONTAINS 80 CHARACTERS.
003662 FD  SITECFG
003664     RECORD CONTAINS 30 CHARACTERS.
003666     COPY "SITECFG.CPY".
003668
003672 FD  PREREG
003674     RECORD CONTAINS 100 CHARACTERS.
003676     COPY "PREREG.CPY".
003678
003680 FD  INDUCTN
003682     RECORD CONTAINS 100 CHARACTERS.
003688     COPY "INDUCT.CPY".
003689
003691 FD  PARCEL
003693     RECORD CONTAINS 200 CHARACTERS.
003695     COPY "PARCEL.CPY".
003697
003700 WORKING-STORAGE SECTION.
003800*
003900*-----------------------------------------------------------*
004899* BADGE/PIN ACCESS-CONTROL CHECK                             *
004899*-----------------------------------------------------------*
004899 77  WS-ACCTRL-STATUS        PIC X(02)   VALUE "00".
004899     88  WS-ACCTRL-NOT-FOUND             VALUE "35".
004899 77  WS-ACCTRL-OPEN-SWITCH   PIC X(01)   VALUE "N".
004899     88  WS-ACCTRL-OPEN                  VALUE "Y".
004899 77  WS-TMPBADG-STATUS       PIC X(02)   VALUE "00".
004899     88  WS-TMPBADG-NOT-FOUND            VALUE "35".
004899 77  WS-TMPBADG-OPEN-SWITCH  PIC X(01)   VALUE "N".
004899     88  WS-TMPBADG-OPEN                 VALUE "Y".
004899*
004899*-----------------------------------------------------------*
004899* BARRED-PERSONS CHECK - THE NAME AND/OR BADGE ID TO CHECK   *
004899* AND THE RESULT                                             *
004899*-----------------------------------------------------------*
004899 77  WS-BARRED-STATUS        PIC X(02)   VALUE "00".
004899     88  WS-BARRED-NOT-FOUND             VALUE "35".
004899 77  WS-BARRED-OPEN-SWITCH   PIC X(01)   VALUE "N".
004899     88  WS-BARRED-OPEN                  VALUE "Y".
004899 77  WS-BARRED-SCAN-SWITCH   PIC X(01)   VALUE "N".
004899     88  WS-BARRED-SCAN-DONE             VALUE "Y".
004899 77  WS-BARRED-HIT-SWITCH    PIC X(01)   VALUE "N".
004899     88  WS-BARRED-HIT                   VALUE "Y".
004899 01  WS-BARRED-CHECK.
004899     05  WS-BC-BADGE-ID      PIC X(10).
004899*
004899*-----------------------------------------------------------*
004899* BADGE LOCKOUT - ONE BADGLOCK RECORD PER BADGE, READ BY     *
004899* ITS KEY AND REWRITTEN IN PLACE. THREE CONSECUTIVE FAILED   *
004899* PINS LOCK THE BADGE.                                       *
004899*-----------------------------------------------------------*
004899 77  WS-BADGLOCK-STATUS      PIC X(02)   VALUE "00".
004899     88  WS-BADGLOCK-NOT-FOUND           VALUE "35".
004899 77  WS-BADGLOCK-OPEN-SWITCH PIC X(01)   VALUE "N".
004899     88  WS-BADGLOCK-OPEN                VALUE "Y".
004899 77  WS-LOCK-FOUND-SWITCH    PIC X(01)   VALUE "N".
004899     88  WS-LOCK-FOUND                   VALUE "Y".
004899 77  WS-LOCKED-OUT-SWITCH    PIC X(01)   VALUE "N".
004899     88  WS-LOCKED-OUT                   VALUE "Y".
004899 77  WS-LOCK-LIMIT           PIC 9(02) COMP VALUE 3.
004899*
004899*-----------------------------------------------------------*
004899* OCCUPANCY LIMIT - THE LIVE ON-SITE COUNT AND THE LIMITS    *
004899 77  WS-OCC-EDIT-2           PIC ZZ9.
004899*
004899*-----------------------------------------------------------*
004899* CONTRACTOR SAFETY INDUCTION - INDUCTN IS OPENED ONCE FOR   *
004899* THE SESSION AND READ BY NAME, COMPANY AND SITE             *
004899*-----------------------------------------------------------*
004899 77  WS-INDUCTN-STATUS       PIC X(02)   VALUE "00".
004899     88  WS-INDUCTN-NOT-FOUND            VALUE "35".
004899 77  WS-INDUCTN-OPEN-SWITCH  PIC X(01)   VALUE "N".
004899     88  WS-INDUCTN-OPEN                 VALUE "Y".
004899 77  WS-IND-FOUND-SWITCH     PIC X(01)   VALUE "N".
004899     88  WS-IND-FOUND                    VALUE "Y".
004899 77  WS-IND-REFUSED-SWITCH   PIC X(01)   VALUE "N".
004899     88  WS-IND-REFUSED                  VALUE "Y".
004899*
004899*-----------------------------------------------------------*
004899* PARCELS LEFT BY A COURIER - PARCEL IS OPENED ONCE FOR THE  *
004899* SESSION AND ONE ENTRY WRITTEN PER TRACKING NUMBER          *
004899*-----------------------------------------------------------*
004899 77  WS-PARCEL-STATUS        PIC X(02)   VALUE "00".
004899     88  WS-PARCEL-NOT-FOUND             VALUE "35".
004899 77  WS-PARCEL-OPEN-SWITCH   PIC X(01)   VALUE "N".
004899     88  WS-PARCEL-OPEN                  VALUE "Y".
004899 77  WS-PCL-DONE-SWITCH      PIC X(01)   VALUE "N".
004899     88  WS-PCL-DONE                     VALUE "Y".
004899 77  WS-PCL-TRACKING         PIC X(20).
004899 77  WS-PCL-SHELF            PIC X(06).
004899 77  WS-PCL-RECIP-ID         PIC X(10).
004899 77  WS-PCL-DEPT             PIC X(20).
004899 77  WS-PCL-COUNT            PIC 9(03) COMP VALUE 0.
004899 77  WS-PCL-EDIT             PIC ZZ9.
004899*
004899*-----------------------------------------------------------*
004899* THE SITE THIS DESK SERVES (SITECFG, NO FILE = MAIN         *
004899* BUILDING) AND THE PER-SITE ON-SITE COUNTER RECORDS         *
004899*-----------------------------------------------------------*
004899     VALUE "MAIN BUILDING".
004899 77  WS-ONSITECT-EOF-SWITCH  PIC X(01)   VALUE "N".
004899     88  WS-ONSITECT-DONE                VALUE "Y".
004899 77  WS-ONSITECT-READ-SWITCH PIC X(01)   VALUE "N".
004899     88  WS-ONSITECT-READ                VALUE "Y".
004899 77  WS-OCC-FOUND-SWITCH     PIC X(01)   VALUE "N".
004899     88  WS-OCC-ENTRY-FOUND              VALUE "Y".
004899 01  OCC-SITE-TABLE.
004899 77  WS-OCC-ENTRY-INDEX      PIC 9(01) COMP VALUE 0.
004899 77  WS-ACCESS-FOUND-SWITCH  PIC X(01)   VALUE "N".
004899     88  WS-ACCESS-GRANTED               VALUE "Y".
004899 77  WS-ACCTRL-KNOWN-SWITCH  PIC X(01)   VALUE "N".
004899     88  WS-ACCTRL-KNOWN                 VALUE "Y".
004899 77  WS-DENY-REASON          PIC X(10)   VALUE SPACES.
004899 01  WS-BADGE-ENTRY.
004899     05  WS-BADGE-ID         PIC X(10).
004899     05  WS-BADGE-PIN        PIC X(04).
004899*
004899*-----------------------------------------------------------*
004899* EXPRESS CHECK-IN - THE REFERENCE CODE THE GUEST GAVE AND   *
004899* THE BOOKING IT WAS FOUND ON (PREREG). THE CODE IS SPACES   *
004899* ON EVERY OTHER TRANSACTION.                                *
004899*-----------------------------------------------------------*
004899 77  WS-PREREG-STATUS        PIC X(02)   VALUE "00".
004899     88  WS-PREREG-NOT-FOUND             VALUE "35".
004899 77  WS-PREREG-OPEN-SWITCH   PIC X(01)   VALUE "N".
004899     88  WS-PREREG-OPEN                  VALUE "Y".
004899 77  WS-CODE-FOUND-SWITCH    PIC X(01)   VALUE "N".
004899     88  WS-CODE-FOUND                   VALUE "Y".
004899 77  WS-PREREG-ARRIVAL-SWITCH PIC X(01)  VALUE "N".
004899     88  WS-PREREG-ARRIVAL               VALUE "Y".
004899 77  WS-REF-CODE             PIC X(06)   VALUE SPACES.
004899 77  WS-CODE-REFUSAL         PIC X(10)   VALUE SPACES.
004899 01  WS-CODE-BOOKING.
004899     05  WS-CB-NAME          PIC X(30).
004899     05  WS-CB-DATE          PIC 9(08).
004899     05  WS-CB-SITE-CODE     PIC X(02).
004899     05  WS-CB-DEPARTMENT    PIC X(20).
004899     05  WS-CB-STATUS        PIC X(01).
004899         88  WS-CB-USED              VALUE "U".
004899*
004899*-----------------------------------------------------------*
004899* TRANSACTION TYPE - SIGN-IN OR SIGN-OUT                     *
004899*-----------------------------------------------------------*
004899 77  WS-TRANS-CODE           PIC X(01)   VALUE "I".
004899     88  WS-TRANS-DELIV-OUT              VALUE "V".
004899     88  WS-TRANS-CONTR-IN               VALUE "C".
004899     88  WS-TRANS-CONTR-OUT              VALUE "T".
004899     88  WS-TRANS-PREREG                 VALUE "P".
004899     88  WS-TRANS-ANY-IN                 VALUES "I", "D", "C".
004899     88  WS-TRANS-ANY-OUT                VALUES "O", "V", "T".
004899 77  WS-TRANS-VALID-SWITCH   PIC X(01)   VALUE "N".
004899         10  LANG-SIGNOUT-MSG    PIC X(40).
004899         10  LANG-SECURITY-MSG   PIC X(50).
004899         10  LANG-LOCKED-MSG     PIC X(50).
004899         10  LANG-CODE-PROMPT    PIC X(40).
004899         10  LANG-CODE-REFUSED   PIC X(50).
004900 01  WS-CURRENT-DATE-TIME.
005000     05  WS-CURRENT-DATE     PIC 9(08).
005100     05  WS-CURRENT-TIME     PIC 9(06).
007024         THRU 1070-LOAD-OCC-CONFIG-EXIT.
007026     PERFORM 1080-LOAD-SITE-CONFIG
007028         THRU 1080-LOAD-SITE-CONFIG-EXIT.
007030     PERFORM 1090-OPEN-BADGE-FILES
007032         THRU 1090-OPEN-BADGE-FILES-EXIT.
007100 1000-INITIALIZE-EXIT.
007200     EXIT.
007210*
007378         TO LANG-PIN-PROMPT(1).
007380     MOVE "Zutritt verweigert - Ausweis/PIN stimmen nicht."
007382         TO LANG-ACCESS-DENIED(1).
007383     MOVE "Vorgang (I/O/D/V/C/T/P): "
007384         TO LANG-TRANS-PROMPT(1).
007385     MOVE "Abmeldung erfasst. Auf Wiedersehen!"
007386         TO LANG-SIGNOUT-MSG(1).
007388         TO LANG-SECURITY-MSG(1).
007389     MOVE "Ausweis gesperrt - bitte zum Empfang."
007391         TO LANG-LOCKED-MSG(1).
007392     MOVE "Bitte Referenzcode eingeben: "
007393         TO LANG-CODE-PROMPT(1).
007394     MOVE "Referenzcode ungueltig - bitte zum Empfang."
007395         TO LANG-CODE-REFUSED(1).
007396     MOVE "EN" TO LANG-CODE(2).
007397     MOVE "Welcome to my COBOL program!"
007400         TO LANG-WELCOME-MSG(2).
007410     MOVE "Please enter your name: "
007420         TO LANG-NAME-PROMPT(2).
007460     MOVE "Invalid name - letters only, please."
007470         TO LANG-INVALID-NAME(2).
007480     MOVE "The program has ended."
007481         TO LANG-EOP-MSG(2).
007482     MOVE "Please enter your badge number: "
007483         TO LANG-BADGE-PROMPT(2).
007484     MOVE "Please enter your PIN: "
007485         TO LANG-PIN-PROMPT(2).
007486     MOVE "Access denied - badge/PIN did not match."
007487         TO LANG-ACCESS-DENIED(2).
007488     MOVE "Entry type (I/O/D/V/C/T/P): "
007489         TO LANG-TRANS-PROMPT(2).
007490     MOVE "Sign-out recorded. Goodbye!"
007491         TO LANG-SIGNOUT-MSG(2).
007492     MOVE "Please see security at the front desk."
007493         TO LANG-SECURITY-MSG(2).
007494     MOVE "Badge locked - please see reception."
007495         TO LANG-LOCKED-MSG(2).
007496     MOVE "Please enter your reference code: "
007497         TO LANG-CODE-PROMPT(2).
007498     MOVE "Reference code not valid - please see reception."
007499         TO LANG-CODE-REFUSED(2).
007500 1050-LOAD-LANGUAGE-TABLE-EXIT.
007510     EXIT.
007512*
007566     END-IF.
007567 1080-LOAD-SITE-CONFIG-EXIT.
007568     EXIT.
007569*
007570*-----------------------------------------------------------*
007571* 1090-OPEN-BADGE-FILES - OPEN THE KEYED BADGE FILES         *
007572*                         ONCE FOR THE SESSION. NO ACCTRL    *
007573*                         (A DESK RUNNING ON TEMPORARY       *
007574*                         BADGES ALONE), NO TMPBADG AND NO   *
007575*                         BARRED FILE ARE ALL EXPECTED - THE *
007576*                         CHECK IS SIMPLY SKIPPED - AND ONLY *
007577*                         A REAL I/O ERROR IS AUDITED.       *
007578*                         BADGLOCK IS CREATED IF MISSING.    *
007579*                         INDUCTN IS OPENED HERE TOO - NO    *
007580*                         REGISTER MEANS NO CONTRACTOR HAS A *
007581*                         CURRENT INDUCTION.                 *
007582*                         PARCEL IS OPENED FOR UPDATE AND    *
007583*                         CREATED IF MISSING, AS BADGLOCK.   *
007584*-----------------------------------------------------------*
007585 1090-OPEN-BADGE-FILES.
007586     MOVE "00" TO WS-ACCTRL-STATUS.
007587     OPEN INPUT ACCTRL.
007588     IF WS-ACCTRL-STATUS = "00"
007589         MOVE "Y" TO WS-ACCTRL-OPEN-SWITCH
007590     ELSE
007591         IF NOT WS-ACCTRL-NOT-FOUND
007592             MOVE "FILESTAT" TO WS-AE-CODE
007593             MOVE SPACES TO WS-AE-DETAIL
007594             STRING "ACCTRL STATUS " WS-ACCTRL-STATUS
007595                 DELIMITED BY SIZE INTO WS-AE-DETAIL
007596             PERFORM 6100-WRITE-AUDIT-EVENT
007597                 THRU 6100-WRITE-AUDIT-EVENT-EXIT
007598         END-IF
007599     END-IF.
007600     MOVE "00" TO WS-TMPBADG-STATUS.
007601     OPEN INPUT TMPBADG.
007602     IF WS-TMPBADG-STATUS = "00"
007603         MOVE "Y" TO WS-TMPBADG-OPEN-SWITCH
007604     ELSE
007605         IF NOT WS-TMPBADG-NOT-FOUND
007606             MOVE "FILESTAT" TO WS-AE-CODE
007607             MOVE SPACES TO WS-AE-DETAIL
007608             STRING "TMPBADG STATUS " WS-TMPBADG-STATUS
007609                 DELIMITED BY SIZE INTO WS-AE-DETAIL
007610             PERFORM 6100-WRITE-AUDIT-EVENT
007611                 THRU 6100-WRITE-AUDIT-EVENT-EXIT
007612         END-IF
007613     END-IF.
007614     MOVE "00" TO WS-BARRED-STATUS.
007615     OPEN INPUT BARRED.
007616     IF WS-BARRED-STATUS = "00"
007617         MOVE "Y" TO WS-BARRED-OPEN-SWITCH
007618     ELSE
007619         IF NOT WS-BARRED-NOT-FOUND
007620             MOVE "FILESTAT" TO WS-AE-CODE
007621             MOVE SPACES TO WS-AE-DETAIL
007622             STRING "BARRED STATUS " WS-BARRED-STATUS
007623                 DELIMITED BY SIZE INTO WS-AE-DETAIL
007624             PERFORM 6100-WRITE-AUDIT-EVENT
007625                 THRU 6100-WRITE-AUDIT-EVENT-EXIT
007626         END-IF
007627     END-IF.
007628     MOVE "00" TO WS-BADGLOCK-STATUS.
007629     OPEN I-O BADGLOCK.
007630     IF WS-BADGLOCK-NOT-FOUND
007631         OPEN OUTPUT BADGLOCK
007632         CLOSE BADGLOCK
007633         OPEN I-O BADGLOCK
007634     END-IF.
007635     IF WS-BADGLOCK-STATUS = "00"
007636         MOVE "Y" TO WS-BADGLOCK-OPEN-SWITCH
007637     ELSE
007638         MOVE "FILESTAT" TO WS-AE-CODE
007639         MOVE SPACES TO WS-AE-DETAIL
007640         STRING "BADGLOCK STATUS " WS-BADGLOCK-STATUS
007641             DELIMITED BY SIZE INTO WS-AE-DETAIL
007642         PERFORM 6100-WRITE-AUDIT-EVENT
007643             THRU 6100-WRITE-AUDIT-EVENT-EXIT
007644     END-IF.
007645     MOVE "00" TO WS-INDUCTN-STATUS.
007646     OPEN INPUT INDUCTN.
007647     IF WS-INDUCTN-STATUS = "00"
007648         MOVE "Y" TO WS-INDUCTN-OPEN-SWITCH
007649     ELSE
007650         IF NOT WS-INDUCTN-NOT-FOUND
007651             MOVE "FILESTAT" TO WS-AE-CODE
007652             MOVE SPACES TO WS-AE-DETAIL
007653             STRING "INDUCTN STATUS " WS-INDUCTN-STATUS
007654                 DELIMITED BY SIZE INTO WS-AE-DETAIL
007655             PERFORM 6100-WRITE-AUDIT-EVENT
007656                 THRU 6100-WRITE-AUDIT-EVENT-EXIT
007657         END-IF
007658     END-IF.
007659     MOVE "00" TO WS-PARCEL-STATUS.
007660     OPEN I-O PARCEL.
007661     IF WS-PARCEL-NOT-FOUND
007662         OPEN OUTPUT PARCEL
007663         CLOSE PARCEL
007664         OPEN I-O PARCEL
007665     END-IF.
007666     IF WS-PARCEL-STATUS = "00"
007667         MOVE "Y" TO WS-PARCEL-OPEN-SWITCH
007668     ELSE
007669         MOVE "FILESTAT" TO WS-AE-CODE
007670         MOVE SPACES TO WS-AE-DETAIL
007671         STRING "PARCEL STATUS " WS-PARCEL-STATUS
007672             DELIMITED BY SIZE INTO WS-AE-DETAIL
007673         PERFORM 6100-WRITE-AUDIT-EVENT
007674             THRU 6100-WRITE-AUDIT-EVENT-EXIT
007675     END-IF.
007676     MOVE "00" TO WS-PREREG-STATUS.
007677     OPEN I-O PREREG.
007678     IF WS-PREREG-STATUS = "00"
007679         MOVE "Y" TO WS-PREREG-OPEN-SWITCH
007680     ELSE
007681         IF NOT WS-PREREG-NOT-FOUND
007682             MOVE "FILESTAT" TO WS-AE-CODE
007683             MOVE SPACES TO WS-AE-DETAIL
007684             STRING "PREREG STATUS " WS-PREREG-STATUS
007685                 DELIMITED BY SIZE INTO WS-AE-DETAIL
007686             PERFORM 6100-WRITE-AUDIT-EVENT
007687                 THRU 6100-WRITE-AUDIT-EVENT-EXIT
007688         END-IF
007689     END-IF.
007690 1090-OPEN-BADGE-FILES-EXIT.
007691     EXIT.
007692
007693*-----------------------------------------------------------*
007694* 2000-GREET-VISITOR - PROMPT, GREET AND LOG THE VISITOR     *
007695*-----------------------------------------------------------*
007700 2000-GREET-VISITOR.
007710     MOVE "N" TO WS-LANG-VALID-SWITCH.
007720     PERFORM 2005-ACCEPT-LANGUAGE
007798     MOVE SPACES TO WS-ENTRY-CONTACT.
007802     MOVE SPACES TO WS-ENTRY-WORK-ORDER.
007806     MOVE SPACES TO WS-ENTRY-SPONSOR.
007807     MOVE SPACES TO WS-REF-CODE.
007808     MOVE "N" TO WS-PREREG-ARRIVAL-SWITCH.
007809     IF WS-TRANS-PREREG
007810*        EXPRESS CHECK-IN - THE BOOKING SUPPLIES THE NAME, SO
007811*        THERE IS NO NAME PROMPT. FROM HERE ON IT IS AN
007812*        ORDINARY GUEST SIGN-IN.
007813         PERFORM 2600-ACCEPT-REF-CODE
007814             THRU 2600-ACCEPT-REF-CODE-EXIT
007815         IF NOT WS-PREREG-ARRIVAL
007816             GO TO 2000-GREET-VISITOR-END
007817         END-IF
007818         MOVE "I" TO WS-TRANS-CODE
007819         MOVE "Y" TO WS-NAME-VALID-SWITCH
007820     ELSE
007821         MOVE "N" TO WS-NAME-VALID-SWITCH
007822     END-IF.
007823     PERFORM 2010-ACCEPT-NAME
007824         THRU 2010-ACCEPT-NAME-EXIT
007825         UNTIL WS-NAME-IS-VALID.
007826     IF WS-TRANS-OUT
007830         PERFORM 2150-SIGN-OUT-VISITOR
007834             THRU 2150-SIGN-OUT-VISITOR-EXIT
007918     END-IF.
007922     IF WS-TRANS-CONTR-IN
007926         PERFORM 2180-ACCEPT-CONTRACTOR
007927             THRU 2180-ACCEPT-CONTRACTOR-EXIT
007928         PERFORM 2190-CHECK-INDUCTION
007929             THRU 2190-CHECK-INDUCTION-EXIT
007930         IF WS-IND-REFUSED
007931             GO TO 2000-GREET-VISITOR-END
007932         END-IF
007934     END-IF.
007938     PERFORM 2015-ACCEPT-BADGE
007942         THRU 2015-ACCEPT-BADGE-EXIT.
008050         END-IF
008054         PERFORM 2200-LOOKUP-MASTER
008058             THRU 2200-LOOKUP-MASTER-EXIT
008059         IF WS-PREREG-ARRIVAL AND WS-CB-DEPARTMENT NOT = SPACES
008060             MOVE WS-CB-DEPARTMENT TO WS-LOOKUP-DEPT
008061         END-IF
008062         IF WS-VISITOR-FOUND
008066           DISPLAY FUNCTION TRIM(LANG-GREETING-PFX(WS-LANG-INDEX))
008070             " " NAME " (" WS-LOOKUP-ID ", " WS-LOOKUP-DEPT ")"
008098             THRU 2100-WRITE-LOG-RECORD-EXIT
008102         PERFORM 2120-WRITE-HOST-MSG
008106             THRU 2120-WRITE-HOST-MSG-EXIT
008107         IF WS-PREREG-ARRIVAL
008108             PERFORM 2650-MARK-CODE-USED
008109                 THRU 2650-MARK-CODE-USED-EXIT
008110         END-IF
008111     ELSE
008114         DISPLAY LANG-ACCESS-DENIED(WS-LANG-INDEX)
008118         MOVE "ACCDENY " TO WS-AE-CODE
008122         MOVE SPACES TO WS-AE-DETAIL
008124         IF WS-DENY-REASON = SPACES
008126             STRING "BADGE " WS-BADGE-ID " NAME " NAME
008130                 DELIMITED BY SIZE INTO WS-AE-DETAIL
008131         ELSE
008132             STRING "BADGE " WS-BADGE-ID " " WS-DENY-REASON
008133                 " NAME " NAME
008134                 DELIMITED BY SIZE INTO WS-AE-DETAIL
008135         END-IF
008136         PERFORM 6100-WRITE-AUDIT-EVENT
008138             THRU 6100-WRITE-AUDIT-EVENT-EXIT
008142         PERFORM 2330-RECORD-FAILURE
008146             THRU 2330-RECORD-FAILURE-EXIT
008650 2002-ACCEPT-TRANSACTION.
008660     DISPLAY LANG-TRANS-PROMPT(WS-LANG-INDEX).
008670     ACCEPT WS-TRANS-CODE.
008680     IF WS-TRANS-ANY-IN OR WS-TRANS-ANY-OUT OR WS-TRANS-PREREG
008690         MOVE "Y" TO WS-TRANS-VALID-SWITCH
008691     ELSE
008692         DISPLAY "Unknown transaction - I=guest in O=guest out"
008693             " D/V=delivery in/out C/T=contractor in/out"
008694             " P=guest with reference code."
008695     END-IF.
008696 2002-ACCEPT-TRANSACTION-EXIT.
008697     EXIT.
008700
008705*-----------------------------------------------------------*
008706* 2005-ACCEPT-LANGUAGE - PROMPT FOR AND VALIDATE LANG CODE   *
008857     EXIT.
008858*
008859*-----------------------------------------------------------*
008860* 2020-CHECK-ACCESS - READ THE BADGE FROM ACCTRL BY ITS KEY  *
008861*                     AND, ONLY WHEN THE BADGE IS NOT A      *
008862*                     REGISTERED ONE, TRY TMPBADG            *
008863*-----------------------------------------------------------*
008864 2020-CHECK-ACCESS.
008865     MOVE "N" TO WS-ACCESS-FOUND-SWITCH.
008866     MOVE "N" TO WS-ACCTRL-KNOWN-SWITCH.
008867     MOVE SPACES TO WS-DENY-REASON.
008868     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
008869     IF WS-ACCTRL-OPEN
008870         PERFORM 2025-READ-ACCTRL
008871             THRU 2025-READ-ACCTRL-EXIT
008872     END-IF.
008873     IF NOT WS-ACCESS-GRANTED AND NOT WS-ACCTRL-KNOWN
008874         PERFORM 2030-CHECK-TEMP-BADGE
008875             THRU 2030-CHECK-TEMP-BADGE-EXIT
008876     END-IF.
008877 2020-CHECK-ACCESS-EXIT.
008878     EXIT.
008882*
008883*-----------------------------------------------------------*
008884* 2030-CHECK-TEMP-BADGE - NO MATCH IN ACCTRL, SO TRY THE     *
008885*                         TEMPORARY BADGES TMPBADGE ISSUES   *
008886*                         AT THE DESK, BY THE BADGE ID. ONLY *
008887*                         AN ACTIVE, UNEXPIRED BADGE GRANTS  *
008888*                         ACCESS.                            *
008889*-----------------------------------------------------------*
008890 2030-CHECK-TEMP-BADGE.
008891     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
008892     IF NOT WS-TMPBADG-OPEN
008893         GO TO 2030-CHECK-TEMP-BADGE-EXIT
008894     END-IF.
008895     MOVE WS-BADGE-ID TO TB-BADGE-ID.
008896     READ TMPBADG
008897         INVALID KEY
008898             CONTINUE
008899         NOT INVALID KEY
008900             IF TB-PIN = WS-BADGE-PIN
008901                 AND TB-ACTIVE
008902                 AND (TB-EXPIRY-DATE > WS-CURRENT-DATE
008903                     OR (TB-EXPIRY-DATE = WS-CURRENT-DATE
008904                     AND TB-EXPIRY-TIME NOT < WS-CURRENT-TIME))
008905                 MOVE "Y" TO WS-ACCESS-FOUND-SWITCH
008906             END-IF
008907     END-READ.
008908 2030-CHECK-TEMP-BADGE-EXIT.
008909     EXIT.
008910*
008911*-----------------------------------------------------------*
008912* 2040-CHECK-BARRED - LOOK FOR AN ACTIVE BAR, IN FORCE       *
008913*                     TODAY, ON THE NAME AND/OR THE BADGE    *
008914*                     ID IN WS-BARRED-CHECK, THROUGH THE     *
008915*                     TWO ALTERNATE KEYS OF BARRED. NO       *
008916*                     FILE MEANS NO BAR.                     *
008917*-----------------------------------------------------------*
008918 2040-CHECK-BARRED.
008919     MOVE "N" TO WS-BARRED-HIT-SWITCH.
008920     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
008921     IF NOT WS-BARRED-OPEN
008922         GO TO 2040-CHECK-BARRED-EXIT
008923     END-IF.
008924     IF WS-BC-NAME NOT = SPACES
008925         MOVE "N" TO WS-BARRED-SCAN-SWITCH
008926         MOVE WS-BC-NAME TO BR-NAME
008927         START BARRED KEY IS EQUAL TO BR-NAME
008928             INVALID KEY
008929                 MOVE "Y" TO WS-BARRED-SCAN-SWITCH
008930         END-START
008931         PERFORM 2042-SEARCH-BY-NAME
008932             THRU 2042-SEARCH-BY-NAME-EXIT
008933             UNTIL WS-BARRED-SCAN-DONE OR WS-BARRED-HIT
008934     END-IF.
008935     IF WS-BC-BADGE-ID NOT = SPACES AND NOT WS-BARRED-HIT
008936         MOVE "N" TO WS-BARRED-SCAN-SWITCH
008937         MOVE WS-BC-BADGE-ID TO BR-BADGE-ID
008938         START BARRED KEY IS EQUAL TO BR-BADGE-ID
008939             INVALID KEY
008940                 MOVE "Y" TO WS-BARRED-SCAN-SWITCH
008941         END-START
008942         PERFORM 2043-SEARCH-BY-BADGE
008943             THRU 2043-SEARCH-BY-BADGE-EXIT
008944             UNTIL WS-BARRED-SCAN-DONE OR WS-BARRED-HIT
008945     END-IF.
008946 2040-CHECK-BARRED-EXIT.
008947     EXIT.
008948*
008949*-----------------------------------------------------------*
008950* 2042-SEARCH-BY-NAME - NEXT BAR ON THE NAME KEY; A          *
008951*                       DIFFERENT NAME ENDS THE SEARCH       *
008952*-----------------------------------------------------------*
008953 2042-SEARCH-BY-NAME.
008954     READ BARRED NEXT RECORD
008955         AT END
008956             MOVE "Y" TO WS-BARRED-SCAN-SWITCH
008957         NOT AT END
008958             IF BR-NAME NOT = WS-BC-NAME
008959                 MOVE "Y" TO WS-BARRED-SCAN-SWITCH
008960             ELSE
008961                 PERFORM 2044-CHECK-IN-FORCE
008962                     THRU 2044-CHECK-IN-FORCE-EXIT
008963             END-IF
008964     END-READ.
008965 2042-SEARCH-BY-NAME-EXIT.
008966     EXIT.
008967*
008968*-----------------------------------------------------------*
008969* 2043-SEARCH-BY-BADGE - NEXT BAR ON THE BADGE ID KEY; A     *
008970*                        DIFFERENT BADGE ID ENDS THE SEARCH  *
008971*-----------------------------------------------------------*
008972 2043-SEARCH-BY-BADGE.
008973     READ BARRED NEXT RECORD
008974         AT END
008975             MOVE "Y" TO WS-BARRED-SCAN-SWITCH
008976         NOT AT END
008977             IF BR-BADGE-ID NOT = WS-BC-BADGE-ID
008978                 MOVE "Y" TO WS-BARRED-SCAN-SWITCH
008979             ELSE
008980                 PERFORM 2044-CHECK-IN-FORCE
008981                     THRU 2044-CHECK-IN-FORCE-EXIT
008982             END-IF
008983     END-READ.
008984 2043-SEARCH-BY-BADGE-EXIT.
008985     EXIT.
008986*
008987*-----------------------------------------------------------*
008988* 2044-CHECK-IN-FORCE - IS THE BAR JUST READ ACTIVE AND IN   *
008989*                       FORCE TODAY?                         *
008990*-----------------------------------------------------------*
008991 2044-CHECK-IN-FORCE.
008992     IF BR-ACTIVE
008993         AND BR-START-DATE NOT > WS-CURRENT-DATE
008994         AND BR-END-DATE NOT < WS-CURRENT-DATE
008995         MOVE "Y" TO WS-BARRED-HIT-SWITCH
008996     END-IF.
008997 2044-CHECK-IN-FORCE-EXIT.
008998     EXIT.
008999*
009000*-----------------------------------------------------------*
009001* 2045-BARRED-HOLD - DISCREET SEE-SECURITY HOLD AND THE      *
009002*                    BARRHIT AUDIT EVENT SECURITY PROVES     *
009003*                    EVERY HIT WITH                          *
009004*-----------------------------------------------------------*
009005 2045-BARRED-HOLD.
009006     DISPLAY LANG-SECURITY-MSG(WS-LANG-INDEX).
009007     MOVE "BARRHIT " TO WS-AE-CODE.
009008     MOVE SPACES TO WS-AE-DETAIL.
009009     STRING "BADGE " WS-BC-BADGE-ID " NAME " NAME
009010         DELIMITED BY SIZE INTO WS-AE-DETAIL.
009011     PERFORM 6100-WRITE-AUDIT-EVENT
009012         THRU 6100-WRITE-AUDIT-EVENT-EXIT.
009013 2045-BARRED-HOLD-EXIT.
009014     EXIT.
009015*
009016*-----------------------------------------------------------*
009017* 2046-CHECK-LOCKOUT - READ THE BADGE'S BADGLOCK RECORD AND  *
009018*                      REFUSE A LOCKED BADGE BEFORE THE PIN  *
009019*                      PROMPT                                *
009020*-----------------------------------------------------------*
009021 2046-CHECK-LOCKOUT.
009022     MOVE "N" TO WS-LOCKED-OUT-SWITCH.
009023     PERFORM 2320-READ-LOCK-ENTRY
009024         THRU 2320-READ-LOCK-ENTRY-EXIT.
009025     IF WS-LOCK-FOUND AND LK-LOCKED
009026         MOVE "Y" TO WS-LOCKED-OUT-SWITCH
009027         DISPLAY LANG-LOCKED-MSG(WS-LANG-INDEX)
009028         MOVE "LCKDENY " TO WS-AE-CODE
009029         MOVE SPACES TO WS-AE-DETAIL
009030         STRING "BADGE " WS-BADGE-ID " NAME " NAME
009031             DELIMITED BY SIZE INTO WS-AE-DETAIL
009032         PERFORM 6100-WRITE-AUDIT-EVENT
009033             THRU 6100-WRITE-AUDIT-EVENT-EXIT
009034     END-IF.
009035 2046-CHECK-LOCKOUT-EXIT.
009036     EXIT.
009037*
009038*-----------------------------------------------------------*
009039* 2320-READ-LOCK-ENTRY - READ WS-BADGE-ID'S RECORD FROM      *
009040*                        BADGLOCK BY ITS KEY. NO RECORD      *
009041*                        MEANS NO FAILURES YET.              *
009042*-----------------------------------------------------------*
009043 2320-READ-LOCK-ENTRY.
009044     MOVE "N" TO WS-LOCK-FOUND-SWITCH.
009045     IF NOT WS-BADGLOCK-OPEN
009046         GO TO 2320-READ-LOCK-ENTRY-EXIT
009047     END-IF.
009048     MOVE WS-BADGE-ID TO LK-BADGE-ID.
009049     READ BADGLOCK
009050         INVALID KEY
009051             CONTINUE
009052         NOT INVALID KEY
009053             MOVE "Y" TO WS-LOCK-FOUND-SWITCH
009054     END-READ.
009055 2320-READ-LOCK-ENTRY-EXIT.
009056     EXIT.
009057*
009058*-----------------------------------------------------------*
009059* 2330-RECORD-FAILURE - ONE MORE CONSECUTIVE BAD PIN FOR     *
009060*                       THIS BADGE. THE THIRD ONE LOCKS THE  *
009061*                       BADGE AND WRITES THE BDGLOCKD AUDIT  *
009062*                       EVENT.                               *
009063*-----------------------------------------------------------*
009064 2330-RECORD-FAILURE.
009065     IF NOT WS-BADGLOCK-OPEN
009066         GO TO 2330-RECORD-FAILURE-EXIT
009067     END-IF.
009068     PERFORM 2320-READ-LOCK-ENTRY
009069         THRU 2320-READ-LOCK-ENTRY-EXIT.
009070     IF NOT WS-LOCK-FOUND
009071         MOVE SPACES TO BADGLOCK-RECORD
009072         MOVE WS-BADGE-ID TO LK-BADGE-ID
009073         MOVE 0 TO LK-FAIL-COUNT
009074         MOVE "A" TO LK-STATUS
009075     END-IF.
009076     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
009077     ADD 1 TO LK-FAIL-COUNT.
009078     MOVE WS-CURRENT-DATE TO LK-LAST-DATE.
009079     MOVE WS-CURRENT-TIME TO LK-LAST-TIME.
009080     IF LK-FAIL-COUNT NOT < WS-LOCK-LIMIT
009081         AND NOT LK-LOCKED
009082         MOVE "L" TO LK-STATUS
009083         DISPLAY LANG-LOCKED-MSG(WS-LANG-INDEX)
009084         MOVE "BDGLOCKD" TO WS-AE-CODE
009085         MOVE SPACES TO WS-AE-DETAIL
009086         STRING "BADGE " WS-BADGE-ID " NAME " NAME
009087             DELIMITED BY SIZE INTO WS-AE-DETAIL
009088         PERFORM 6100-WRITE-AUDIT-EVENT
009089             THRU 6100-WRITE-AUDIT-EVENT-EXIT
009090     END-IF.
009091     PERFORM 2360-SAVE-LOCK-ENTRY
009092         THRU 2360-SAVE-LOCK-ENTRY-EXIT.
009093 2330-RECORD-FAILURE-EXIT.
009094     EXIT.
009095*
009096*-----------------------------------------------------------*
009097* 2340-RESET-FAILURES - A GOOD PIN WIPES THE CONSECUTIVE     *
009098*                       FAILURE COUNT FOR THE BADGE          *
009099*-----------------------------------------------------------*
009100 2340-RESET-FAILURES.
009101     PERFORM 2320-READ-LOCK-ENTRY
009102         THRU 2320-READ-LOCK-ENTRY-EXIT.
009103     IF WS-LOCK-FOUND
009104         IF NOT LK-LOCKED
009105             AND LK-FAIL-COUNT > 0
009106             MOVE 0 TO LK-FAIL-COUNT
009107             MOVE FUNCTION CURRENT-DATE
009108                 TO WS-CURRENT-DATE-TIME
009109             MOVE WS-CURRENT-DATE TO LK-LAST-DATE
009110             MOVE WS-CURRENT-TIME TO LK-LAST-TIME
009111             PERFORM 2360-SAVE-LOCK-ENTRY
009112                 THRU 2360-SAVE-LOCK-ENTRY-EXIT
009113         END-IF
009114     END-IF.
009115 2340-RESET-FAILURES-EXIT.
009116     EXIT.
009117*
009118*-----------------------------------------------------------*
009119* 2360-SAVE-LOCK-ENTRY - REWRITE THE BADGE'S ONE BADGLOCK    *
009120*                        RECORD IN PLACE, OR ADD IT ON THE   *
009121*                        BADGE'S FIRST FAILURE               *
009122*-----------------------------------------------------------*
009123 2360-SAVE-LOCK-ENTRY.
009124     IF WS-LOCK-FOUND
009125         REWRITE BADGLOCK-RECORD
009126             INVALID KEY
009127                 CONTINUE
009128         END-REWRITE
009129     ELSE
009130         WRITE BADGLOCK-RECORD
009131             INVALID KEY
009132                 CONTINUE
009133         END-WRITE
009134     END-IF.
009135     IF WS-BADGLOCK-STATUS NOT = "00"
009136         MOVE "FILESTAT" TO WS-AE-CODE
009137         MOVE SPACES TO WS-AE-DETAIL
009138         STRING "BADGLOCK STATUS " WS-BADGLOCK-STATUS
009139             DELIMITED BY SIZE INTO WS-AE-DETAIL
009140         PERFORM 6100-WRITE-AUDIT-EVENT
009141             THRU 6100-WRITE-AUDIT-EVENT-EXIT
009142     END-IF.
009143 2360-SAVE-LOCK-ENTRY-EXIT.
009144     EXIT.
009199*
009201*-----------------------------------------------------------*
009202* 2500-CHECK-OCCUPANCY - HARD STOP AT THE FIRE-CODE CAP      *
009207 2500-CHECK-OCCUPANCY.
009208     MOVE "N" TO WS-OCC-REFUSED-SWITCH.
009209     PERFORM 2510-READ-ONSITE-COUNT
009210         THRU 2510-READ-ONSITE-COUNT-EXIT.
009211     MOVE "Y" TO WS-ONSITECT-READ-SWITCH.
009212     IF WS-ONSITE-COUNT < WS-OCC-LIMIT
009213         IF WS-ONSITE-COUNT NOT < WS-OCC-WARN-LEVEL
009214             MOVE WS-ONSITE-COUNT TO WS-OCC-EDIT
009217                 " ON SITE OF " WS-OCC-EDIT-2 " ALLOWED"
009218         END-IF
009219         GO TO 2500-CHECK-OCCUPANCY-EXIT
009220     END-IF.
009221     MOVE WS-ONSITE-COUNT TO WS-OCC-EDIT.
009222     MOVE WS-OCC-LIMIT TO WS-OCC-EDIT-2.
009223     DISPLAY "*** OCCUPANCY CAP REACHED: " WS-OCC-EDIT
009224         " ON SITE OF " WS-OCC-EDIT-2 " ALLOWED".
009225     DISPLAY "Supervisor override (Y/N): ".
009226     ACCEPT WS-OVERRIDE-REPLY.
009227*    THE OPERATOR HAS WAITED ON THE SUPERVISOR - LET 2550
009228*    REREAD THE COUNT BEFORE MOVING IT.
009229     MOVE "N" TO WS-ONSITECT-READ-SWITCH.
009230     IF WS-OVERRIDE-REPLY = "Y"
009231         MOVE "OCCOVRD " TO WS-AE-CODE
009232         MOVE SPACES TO WS-AE-DETAIL
009233         STRING "SITE " WS-SITE-CODE " NAME " NAME
009234             DELIMITED BY SIZE INTO WS-AE-DETAIL
009235         PERFORM 6100-WRITE-AUDIT-EVENT
009236             THRU 6100-WRITE-AUDIT-EVENT-EXIT
009237     ELSE
009238         MOVE "Y" TO WS-OCC-REFUSED-SWITCH
009239         DISPLAY "Sign-in refused - building is at capacity."
009240         MOVE "OCCFULL " TO WS-AE-CODE
009241         MOVE SPACES TO WS-AE-DETAIL
009242         STRING "NAME " NAME
009243             DELIMITED BY SIZE INTO WS-AE-DETAIL
009337*                            LOG - MOVE THIS SITE'S LIVE     *
009338*                            COUNT WITH IT AND REWRITE       *
009339*                            ONSITECT, KEEPING THE OTHER     *
009340*                            SITES' RECORDS INTACT. THE      *
009341*                            COUNT 2500 READ A MOMENT AGO IS *
009342*                            USED AS IT STANDS - ONSITECT IS *
009343*                            ONLY REREAD WHEN NOTHING HAS    *
009344*                            READ IT FOR THIS VISITOR, OR AN *
009345*                            OVERRIDE PROMPT HAS KEPT THE    *
009346*                            DESK WAITING SINCE.             *
009347*-----------------------------------------------------------*
009348 2550-UPDATE-ONSITE-COUNT.
009349     IF NOT WS-ONSITECT-READ
009350         PERFORM 2510-READ-ONSITE-COUNT
009351             THRU 2510-READ-ONSITE-COUNT-EXIT
009352     END-IF.
009353     MOVE "N" TO WS-ONSITECT-READ-SWITCH.
009354     IF WS-TRANS-ANY-IN
009355         ADD 1 TO WS-ONSITE-COUNT
009356     ELSE
009357         IF WS-TRANS-ANY-OUT AND WS-ONSITE-COUNT > 0
009358             SUBTRACT 1 FROM WS-ONSITE-COUNT
009359         END-IF
009360     END-IF.
009361     IF WS-OCC-ENTRY-INDEX = 0
009362         IF WS-OCC-SITE-COUNT < 5
009363             ADD 1 TO WS-OCC-SITE-COUNT
009364             MOVE WS-OCC-SITE-COUNT TO WS-OCC-ENTRY-INDEX
009365         ELSE
009366             GO TO 2550-UPDATE-ONSITE-COUNT-EXIT
009367         END-IF
009368     END-IF.
009369     SET OS-IDX TO WS-OCC-ENTRY-INDEX.
009370     MOVE WS-SITE-CODE TO OS-SITE-CODE(OS-IDX).
009371     MOVE WS-CURRENT-DATE TO OS-DATE(OS-IDX).
009372     MOVE WS-ONSITE-COUNT TO OS-COUNT(OS-IDX).
009373     OPEN OUTPUT ONSITECT.
009374     PERFORM 2565-WRITE-ONE-SITE-COUNT
009375         THRU 2565-WRITE-ONE-SITE-COUNT-EXIT
009376         VARYING WS-OCC-SCAN FROM 1 BY 1
009377         UNTIL WS-OCC-SCAN > WS-OCC-SITE-COUNT.
009378     CLOSE ONSITECT.
009379 2550-UPDATE-ONSITE-COUNT-EXIT.
009380     EXIT.
009381*
009382 2565-WRITE-ONE-SITE-COUNT.
009383     SET OS-IDX TO WS-OCC-SCAN.
009384     MOVE OS-DATE(OS-IDX) TO OC-DATE.
009385     MOVE OS-COUNT(OS-IDX) TO OC-COUNT.
009386     MOVE OS-SITE-CODE(OS-IDX) TO OC-SITE-CODE.
009387     MOVE SPACES TO OC-FILLER.
009388     WRITE OCCUPCT-RECORD.
009389 2565-WRITE-ONE-SITE-COUNT-EXIT.
009390     EXIT.
009391*
009392*-----------------------------------------------------------*
009393* 2600-ACCEPT-REF-CODE - TAKE THE GUEST'S REFERENCE CODE AND *
009394*                        FIND THE BOOKING ON PREREG. ONLY AN *
009395*                        UNUSED CODE FOR TODAY AT THIS DESK'S*
009396*                        SITE IS ACCEPTED; THE NAME THEN     *
009397*                        COMES FROM THE BOOKING.             *
009398*-----------------------------------------------------------*
009399 2600-ACCEPT-REF-CODE.
009400     DISPLAY LANG-CODE-PROMPT(WS-LANG-INDEX).
009401     ACCEPT WS-REF-CODE.
009402     MOVE FUNCTION UPPER-CASE(WS-REF-CODE) TO WS-REF-CODE.
009403     MOVE "UNKNOWN" TO WS-CODE-REFUSAL.
009404     IF WS-REF-CODE = SPACES
009405         GO TO 2600-REFUSE-CODE
009406     END-IF.
009407     PERFORM 2610-FIND-REF-CODE
009408         THRU 2610-FIND-REF-CODE-EXIT.
009409     IF NOT WS-CODE-FOUND
009410         GO TO 2600-REFUSE-CODE
009411     END-IF.
009412     IF WS-CB-USED
009413         MOVE "USED" TO WS-CODE-REFUSAL
009414         GO TO 2600-REFUSE-CODE
009415     END-IF.
009416     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
009417     IF WS-CB-DATE NOT = WS-CURRENT-DATE
009418         MOVE "NOT TODAY" TO WS-CODE-REFUSAL
009419         GO TO 2600-REFUSE-CODE
009420     END-IF.
009421     IF WS-CB-SITE-CODE = SPACES
009422         MOVE "01" TO WS-CB-SITE-CODE
009423     END-IF.
009424     IF WS-CB-SITE-CODE NOT = WS-SITE-CODE
009425         MOVE "OTHER SITE" TO WS-CODE-REFUSAL
009426         GO TO 2600-REFUSE-CODE
009427     END-IF.
009428     MOVE WS-CB-NAME TO NAME.
009429     MOVE "Y" TO WS-PREREG-ARRIVAL-SWITCH.
009430     GO TO 2600-ACCEPT-REF-CODE-EXIT.
009431 2600-REFUSE-CODE.
009432     DISPLAY LANG-CODE-REFUSED(WS-LANG-INDEX).
009433     MOVE "PREREFUS" TO WS-AE-CODE.
009434     MOVE SPACES TO WS-AE-DETAIL.
009435     STRING "CODE " WS-REF-CODE " " WS-CODE-REFUSAL
009436         " NAME " WS-CB-NAME
009437         DELIMITED BY SIZE INTO WS-AE-DETAIL.
009438     PERFORM 6100-WRITE-AUDIT-EVENT
009439         THRU 6100-WRITE-AUDIT-EVENT-EXIT.
009440 2600-ACCEPT-REF-CODE-EXIT.
009441     EXIT.
009442*
009443*-----------------------------------------------------------*
009444* 2610-FIND-REF-CODE - READ PREREG BY WS-REF-CODE AND KEEP   *
009445*                      THE BOOKING. NO FILE YET MEANS NO     *
009446*                      CODES ISSUED YET.                     *
009447*-----------------------------------------------------------*
009448 2610-FIND-REF-CODE.
009449     MOVE "N" TO WS-CODE-FOUND-SWITCH.
009450     MOVE SPACES TO WS-CODE-BOOKING.
009451     IF NOT WS-PREREG-OPEN
009452         GO TO 2610-FIND-REF-CODE-EXIT
009453     END-IF.
009454     MOVE WS-REF-CODE TO PR-REF-CODE.
009455     READ PREREG
009456         INVALID KEY
009457             CONTINUE
009458         NOT INVALID KEY
009459             MOVE "Y" TO WS-CODE-FOUND-SWITCH
009460             MOVE PR-NAME TO WS-CB-NAME
009461             MOVE PR-EXPECTED-DATE TO WS-CB-DATE
009462             MOVE PR-SITE-CODE TO WS-CB-SITE-CODE
009463             MOVE PR-DEPARTMENT TO WS-CB-DEPARTMENT
009464             MOVE PR-STATUS TO WS-CB-STATUS
009465     END-READ.
009466     IF WS-PREREG-STATUS NOT = "00" AND NOT = "23"
009467         MOVE "FILESTAT" TO WS-AE-CODE
009468         MOVE SPACES TO WS-AE-DETAIL
009469         STRING "PREREG STATUS " WS-PREREG-STATUS
009470             DELIMITED BY SIZE INTO WS-AE-DETAIL
009471         PERFORM 6100-WRITE-AUDIT-EVENT
009472             THRU 6100-WRITE-AUDIT-EVENT-EXIT
009473     END-IF.
009474 2610-FIND-REF-CODE-EXIT.
009475     EXIT.
009476*
009477*-----------------------------------------------------------*
009478* 2650-MARK-CODE-USED - THE GUEST IS SIGNED IN. AUDIT THE    *
009479*                       EXPRESS SIGN-IN AND SET THE BOOKING'S*
009480*                       STATUS TO USED, REWRITING THE ONE    *
009481*                       PREREG RECORD, SO THE CODE CANNOT BE *
009482*                       GIVEN AGAIN. A MARK THAT CANNOT BE   *
009483*                       MADE IS AUDITED AS FILESTAT.         *
009484*-----------------------------------------------------------*
009485 2650-MARK-CODE-USED.
009486     MOVE "PREREGIN" TO WS-AE-CODE.
009487     MOVE SPACES TO WS-AE-DETAIL.
009488     STRING "CODE " WS-REF-CODE " NAME " NAME
009489         DELIMITED BY SIZE INTO WS-AE-DETAIL.
009490     PERFORM 6100-WRITE-AUDIT-EVENT
009491         THRU 6100-WRITE-AUDIT-EVENT-EXIT.
009492     IF NOT WS-PREREG-OPEN
009493         GO TO 2650-MARK-CODE-USED-EXIT
009494     END-IF.
009495     MOVE WS-REF-CODE TO PR-REF-CODE.
009496     READ PREREG
009497         INVALID KEY
009498             CONTINUE
009499         NOT INVALID KEY
009500             MOVE "U" TO PR-STATUS
009501             REWRITE PREREG-RECORD
009502                 INVALID KEY
009503                     CONTINUE
009504             END-REWRITE
009505     END-READ.
009506*    "02" ONLY SAYS ANOTHER ENTRY SHARES THE BOOKING KEY - THE
009507*    RECORD WAS REWRITTEN.
009508     IF WS-PREREG-STATUS NOT = "00" AND NOT = "02"
009509         MOVE "FILESTAT" TO WS-AE-CODE
009510         MOVE SPACES TO WS-AE-DETAIL
009511         STRING "PREREG STATUS " WS-PREREG-STATUS
009512             DELIMITED BY SIZE INTO WS-AE-DETAIL
009513         PERFORM 6100-WRITE-AUDIT-EVENT
009514             THRU 6100-WRITE-AUDIT-EVENT-EXIT
009515     END-IF.
009516 2650-MARK-CODE-USED-EXIT.
009517     EXIT.
009518*
009519*-----------------------------------------------------------*
009520* 2025-READ-ACCTRL - READ THE BADGE BY ITS KEY AND CHECK IT  *
009521*-----------------------------------------------------------*
009522 2025-READ-ACCTRL.
009523     MOVE WS-BADGE-ID TO AC-BADGE-ID.
009524     READ ACCTRL
009525         INVALID KEY
009526             CONTINUE
009527         NOT INVALID KEY
009528             MOVE "Y" TO WS-ACCTRL-KNOWN-SWITCH
009529             PERFORM 2027-CHECK-REGISTERED-BADGE
009530                 THRU 2027-CHECK-REGISTERED-BADGE-EXIT
009531     END-READ.
009532 2025-READ-ACCTRL-EXIT.
009533     EXIT.
009534*
009535*-----------------------------------------------------------*
009536* 2027-CHECK-REGISTERED-BADGE - THE BADGE IS ON THE REGISTER. *
009537*                     GRANT ONLY ON THE RIGHT PIN, AN ACTIVE *
009538*                     UNEXPIRED BADGE AND THE HOLDER'S OWN   *
009539*                     NAME; OTHERWISE NOTE WHY IT WAS        *
009540*                     REFUSED FOR THE AUDIT DETAIL           *
009541*-----------------------------------------------------------*
009542 2027-CHECK-REGISTERED-BADGE.
009543     IF AC-PIN NOT = WS-BADGE-PIN
009544         MOVE "WRONG PIN" TO WS-DENY-REASON
009545         GO TO 2027-CHECK-REGISTERED-BADGE-EXIT
009546     END-IF.
009547     IF AC-REVOKED
009548         MOVE "REVOKED" TO WS-DENY-REASON
009549         GO TO 2027-CHECK-REGISTERED-BADGE-EXIT
009550     END-IF.
009551     IF AC-LOST
009552         MOVE "LOST" TO WS-DENY-REASON
009553         GO TO 2027-CHECK-REGISTERED-BADGE-EXIT
009554     END-IF.
009555     IF NOT AC-ACTIVE
009556         MOVE "SUSPENDED" TO WS-DENY-REASON
009557         GO TO 2027-CHECK-REGISTERED-BADGE-EXIT
009558     END-IF.
009559     IF AC-EXPIRY-DATE < WS-CURRENT-DATE
009560         MOVE "EXPIRED" TO WS-DENY-REASON
009561         GO TO 2027-CHECK-REGISTERED-BADGE-EXIT
009562     END-IF.
009563     IF FUNCTION UPPER-CASE(AC-HOLDER-NAME)
009564         NOT = FUNCTION UPPER-CASE(NAME)
009565         MOVE "NOT HOLDER" TO WS-DENY-REASON
009566         GO TO 2027-CHECK-REGISTERED-BADGE-EXIT
009567     END-IF.
009568     MOVE "Y" TO WS-ACCESS-FOUND-SWITCH.
009569 2027-CHECK-REGISTERED-BADGE-EXIT.
009570     EXIT.
009571*
009572*-----------------------------------------------------------*
009573* 2050-VALIDATE-NAME - REJECT BLANK OR NON-ALPHABETIC NAMES  *
009574*-----------------------------------------------------------*
008890 2050-VALIDATE-NAME.
008900     MOVE "Y" TO WS-NAME-VALID-SWITCH.
008910     IF NAME = SPACES
009167*-----------------------------------------------------------*
009168* 2170-TAKE-DELIVERY - A COURIER DROPPING A PARCEL. COMPANY  *
009169*                      AND RECIPIENT ARE CAPTURED AND THE    *
009170*                      "D" RECORD LOGGED - NO BADGE/PIN      *
009171*                      CEREMONY, NO GREETING. EACH PARCEL    *
009172*                      IS THEN BOOKED INTO CUSTODY AND THE   *
009173*                      RECIPIENT SENT ONE PARCEL NOTICE.     *
009174*                      THE OCCUPANCY CAP STILL HOLDS - A     *
009175*                      HEAD IS A HEAD.                       *
009176*-----------------------------------------------------------*
009177 2170-TAKE-DELIVERY.
009178     PERFORM 2500-CHECK-OCCUPANCY
009179         THRU 2500-CHECK-OCCUPANCY-EXIT.
009180     IF WS-OCC-REFUSED
009181         GO TO 2170-TAKE-DELIVERY-EXIT
009182     END-IF.
009183     DISPLAY "Courier company: ".
009189     PERFORM 2100-WRITE-LOG-RECORD
009191         THRU 2100-WRITE-LOG-RECORD-EXIT.
009192     DISPLAY "Delivery recorded.".
009193     PERFORM 2175-RECEIVE-PARCELS
009194         THRU 2175-RECEIVE-PARCELS-EXIT.
009195 2170-TAKE-DELIVERY-EXIT.
009196     EXIT.
009197*
009198*-----------------------------------------------------------*
009199* 2175-RECEIVE-PARCELS - BOOK EACH PARCEL THE COURIER HANDS  *
009200*                        OVER INTO THE DESK'S CUSTODY, THEN  *
009201*                        NOTIFY THE RECIPIENT ONCE FOR THE   *
009202*                        WHOLE DELIVERY                      *
009203*-----------------------------------------------------------*
009204 2175-RECEIVE-PARCELS.
009205     IF NOT WS-PARCEL-OPEN
009206         DISPLAY "Parcel file unavailable - parcels not booked "
009207             "in."
009208         GO TO 2175-RECEIVE-PARCELS-EXIT
009209     END-IF.
009210     IF WS-ENTRY-CONTACT = SPACES
009211         DISPLAY "No recipient given - parcels not booked in."
009212         GO TO 2175-RECEIVE-PARCELS-EXIT
009213     END-IF.
009214     PERFORM 2176-LOOKUP-RECIPIENT
009215         THRU 2176-LOOKUP-RECIPIENT-EXIT.
009216     MOVE 0 TO WS-PCL-COUNT.
009217     MOVE "N" TO WS-PCL-DONE-SWITCH.
009218     PERFORM 2177-BOOK-ONE-PARCEL
009219         THRU 2177-BOOK-ONE-PARCEL-EXIT
009220         UNTIL WS-PCL-DONE.
009221     IF WS-PCL-COUNT > 0
009222         PERFORM 2178-WRITE-PARCEL-NOTICE
009223             THRU 2178-WRITE-PARCEL-NOTICE-EXIT
009224     END-IF.
009225     MOVE WS-PCL-COUNT TO WS-PCL-EDIT.
009226     DISPLAY WS-PCL-EDIT " parcel(s) booked in for "
009227         FUNCTION TRIM(WS-ENTRY-CONTACT) ".".
009228 2175-RECEIVE-PARCELS-EXIT.
009229     EXIT.
009230*
009231*-----------------------------------------------------------*
009232* 2176-LOOKUP-RECIPIENT - READ CUSTMAS BY THE RECIPIENT'S    *
009233*                         NAME FOR THEIR ID AND DEPARTMENT.  *
009234*                         A RECIPIENT NOT ON THE MASTER IS   *
009235*                         HELD FOR THE RECEPTION DESK.       *
009236*-----------------------------------------------------------*
009237 2176-LOOKUP-RECIPIENT.
009238     MOVE SPACES TO WS-PCL-RECIP-ID.
009239     MOVE "RECEPTION DESK" TO WS-PCL-DEPT.
009240     OPEN INPUT CUSTMAS.
009241     IF WS-CUSTMAS-STATUS = "00"
009242         MOVE WS-ENTRY-CONTACT TO CM-NAME
009243         READ CUSTMAS KEY IS CM-NAME
009244             INVALID KEY
009245                 CONTINUE
009246             NOT INVALID KEY
009247                 MOVE CM-ID TO WS-PCL-RECIP-ID
009248                 MOVE CM-DEPARTMENT TO WS-PCL-DEPT
009249         END-READ
009250         CLOSE CUSTMAS
009251     ELSE
009252         MOVE "FILESTAT" TO WS-AE-CODE
009253         MOVE SPACES TO WS-AE-DETAIL
009254         STRING "CUSTMAS STATUS " WS-CUSTMAS-STATUS
009255             DELIMITED BY SIZE INTO WS-AE-DETAIL
009256         PERFORM 6100-WRITE-AUDIT-EVENT
009257             THRU 6100-WRITE-AUDIT-EVENT-EXIT
009258     END-IF.
009259 2176-LOOKUP-RECIPIENT-EXIT.
009260     EXIT.
009261*
009262*-----------------------------------------------------------*
009263* 2177-BOOK-ONE-PARCEL - TAKE ONE TRACKING NUMBER AND SHELF  *
009264*                        AND WRITE THE CUSTODY ENTRY, STAMPED*
009265*                        WITH THE DELIVERY'S LOG DATE/TIME. A*
009266*                        TRACKING NUMBER ALREADY ON FILE IS  *
009267*                        NOT BOOKED IN TWICE.                *
009268*-----------------------------------------------------------*
009269 2177-BOOK-ONE-PARCEL.
009270     DISPLAY "Tracking number (blank when done): ".
009271     ACCEPT WS-PCL-TRACKING.
009272     IF WS-PCL-TRACKING = SPACES
009273         MOVE "Y" TO WS-PCL-DONE-SWITCH
009274         GO TO 2177-BOOK-ONE-PARCEL-EXIT
009275     END-IF.
009276     DISPLAY "Storage shelf: ".
009277     ACCEPT WS-PCL-SHELF.
009278     MOVE SPACES             TO PARCEL-RECORD.
009279     MOVE WS-PCL-TRACKING    TO PC-TRACKING-NO.
009280     MOVE WS-ENTRY-COMPANY   TO PC-COURIER.
009281     MOVE WS-ENTRY-CONTACT   TO PC-RECIPIENT.
009282     MOVE WS-PCL-RECIP-ID    TO PC-RECIPIENT-ID.
009283     MOVE WS-PCL-DEPT        TO PC-DEPARTMENT.
009284     MOVE VL-SIGN-DATE       TO PC-RECEIVED-DATE.
009285     MOVE VL-SIGN-TIME       TO PC-RECEIVED-TIME.
009286     MOVE WS-PCL-SHELF       TO PC-SHELF.
009287     MOVE WS-SITE-CODE       TO PC-SITE-CODE.
009288     MOVE "H"                TO PC-STATUS.
009289     MOVE 0                  TO PC-CLOSED-DATE.
009290     MOVE 0                  TO PC-CLOSED-TIME.
009291     WRITE PARCEL-RECORD
009292         INVALID KEY
009293             CONTINUE
009294     END-WRITE.
009295     IF WS-PARCEL-STATUS = "22"
009296         DISPLAY "Tracking number already on file - not booked "
009297             "in again."
009298         GO TO 2177-BOOK-ONE-PARCEL-EXIT
009299     END-IF.
009300*    "02" ONLY SAYS ANOTHER PARCEL SHARES THE RECIPIENT OR
009301*    DEPARTMENT - THE ENTRY WAS WRITTEN.
009302     IF WS-PARCEL-STATUS NOT = "00" AND NOT = "02"
009303         DISPLAY "Parcel file error - parcel not booked in."
009304         MOVE "FILESTAT" TO WS-AE-CODE
009305         MOVE SPACES TO WS-AE-DETAIL
009306         STRING "PARCEL STATUS " WS-PARCEL-STATUS
009307             DELIMITED BY SIZE INTO WS-AE-DETAIL
009308         PERFORM 6100-WRITE-AUDIT-EVENT
009309             THRU 6100-WRITE-AUDIT-EVENT-EXIT
009310         GO TO 2177-BOOK-ONE-PARCEL-EXIT
009311     END-IF.
009312     ADD 1 TO WS-PCL-COUNT.
009313     MOVE "PCLRECV " TO WS-AE-CODE.
009314     MOVE SPACES TO WS-AE-DETAIL.
009315     STRING "TRK " PC-TRACKING-NO " SHELF " PC-SHELF
009316         DELIMITED BY SIZE INTO WS-AE-DETAIL.
009317     PERFORM 6100-WRITE-AUDIT-EVENT
009318         THRU 6100-WRITE-AUDIT-EVENT-EXIT.
009319 2177-BOOK-ONE-PARCEL-EXIT.
009320     EXIT.
009321*
009322*-----------------------------------------------------------*
009323* 2178-WRITE-PARCEL-NOTICE - APPEND ONE PARCEL NOTICE ("PK") *
009324*                            TO THE HOSTMSG FEED SO THE      *
009325*                            RECIPIENT HEARS THERE IS        *
009326*                            SOMETHING AT THE DESK FOR THEM  *
009327*-----------------------------------------------------------*
009328 2178-WRITE-PARCEL-NOTICE.
009329     MOVE WS-ENTRY-CONTACT   TO HM-NAME.
009330     MOVE WS-PCL-RECIP-ID    TO HM-ID.
009331     MOVE WS-PCL-DEPT        TO HM-DEPARTMENT.
009332     MOVE VL-SIGN-DATE       TO HM-SIGN-DATE.
009333     MOVE VL-SIGN-TIME       TO HM-SIGN-TIME.
009334     MOVE "PK"               TO HM-LANG-CODE.
009335     MOVE SPACE              TO HM-ACK-STATUS.
009336     MOVE SPACE              TO HM-REPLY-CODE.
009337     MOVE WS-SITE-CODE       TO HM-SITE-CODE.
009338     WRITE HOSTMSG-RECORD.
009339 2178-WRITE-PARCEL-NOTICE-EXIT.
009340     EXIT.
009341*
009342*-----------------------------------------------------------*
009343* 2180-ACCEPT-CONTRACTOR - TAKE THE CONTRACTOR'S COMPANY,    *
009344*                          WORK ORDER AND SPONSORING         *
009345*                          DEPARTMENT BEFORE THE BADGE       *
009346*                          CEREMONY. THE SPONSOR GOES OUT    *
009347*                          AS THE LOG DEPARTMENT.            *
009348*-----------------------------------------------------------*
009349 2180-ACCEPT-CONTRACTOR.
009350     DISPLAY "Contractor company: ".
009351     ACCEPT WS-ENTRY-COMPANY.
009352     DISPLAY "Work-order number: ".
009353     ACCEPT WS-ENTRY-WORK-ORDER.
009354     DISPLAY "Sponsoring department: ".
009355     ACCEPT WS-ENTRY-SPONSOR.
009356     MOVE SPACES TO WS-LOOKUP-RESULT.
009357     MOVE WS-ENTRY-SPONSOR TO WS-LOOKUP-DEPT.
009358 2180-ACCEPT-CONTRACTOR-EXIT.
009359     EXIT.
009360*
009361*-----------------------------------------------------------*
009362* 2190-CHECK-INDUCTION - A CONTRACTOR MUST HAVE A CURRENT    *
009363*                        SAFETY INDUCTION FOR THIS DESK'S    *
009364*                        SITE ON INDUCTN (INDUCTED ON OR     *
009365*                        BEFORE TODAY, EXPIRING TODAY OR     *
009366*                        LATER). WITHOUT ONE THEY GO TO THE  *
009367*                        SAFETY OFFICE - REFUSED UNLESS A    *
009368*                        SUPERVISOR OVERRIDES (AUDITED)      *
009369*-----------------------------------------------------------*
009370 2190-CHECK-INDUCTION.
009371     MOVE "N" TO WS-IND-REFUSED-SWITCH.
009372     MOVE "N" TO WS-IND-FOUND-SWITCH.
009373     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
009374     IF WS-INDUCTN-OPEN
009375         MOVE FUNCTION UPPER-CASE(NAME) TO IN-NAME
009376         MOVE FUNCTION UPPER-CASE(WS-ENTRY-COMPANY) TO IN-COMPANY
009377         MOVE WS-SITE-CODE TO IN-SITE-CODE
009378         READ INDUCTN
009379             INVALID KEY
009380                 CONTINUE
009381             NOT INVALID KEY
009382                 MOVE "Y" TO WS-IND-FOUND-SWITCH
009383         END-READ
009384     END-IF.
009385     IF WS-IND-FOUND
009386         AND IN-INDUCT-DATE NOT > WS-CURRENT-DATE
009387         AND IN-EXPIRY-DATE NOT < WS-CURRENT-DATE
009388         GO TO 2190-CHECK-INDUCTION-EXIT
009389     END-IF.
009390     IF WS-IND-FOUND
009391         IF IN-EXPIRY-DATE < WS-CURRENT-DATE
009392             DISPLAY "*** SAFETY INDUCTION EXPIRED "
009393                 IN-EXPIRY-DATE " FOR SITE " WS-SITE-CODE
009394         ELSE
009395             DISPLAY "*** SAFETY INDUCTION NOT IN FORCE UNTIL "
009396                 IN-INDUCT-DATE " FOR SITE " WS-SITE-CODE
009397         END-IF
009398     ELSE
009399         DISPLAY "*** NO SAFETY INDUCTION ON RECORD FOR SITE "
009400             WS-SITE-CODE
009401     END-IF.
009402     DISPLAY "Send the contractor to the safety office.".
009403     DISPLAY "Supervisor override (Y/N): ".
009404     ACCEPT WS-OVERRIDE-REPLY.
009405     IF WS-OVERRIDE-REPLY = "Y"
009406         MOVE "INDOVRD " TO WS-AE-CODE
009407         MOVE SPACES TO WS-AE-DETAIL
009408         STRING "SITE " WS-SITE-CODE " NAME " NAME
009409             DELIMITED BY SIZE INTO WS-AE-DETAIL
009410         PERFORM 6100-WRITE-AUDIT-EVENT
009411             THRU 6100-WRITE-AUDIT-EVENT-EXIT
009412     ELSE
009413         MOVE "Y" TO WS-IND-REFUSED-SWITCH
009414         DISPLAY "Sign-in refused - no current safety induction."
009415         MOVE "INDREFUS" TO WS-AE-CODE
009416         MOVE SPACES TO WS-AE-DETAIL
009417         STRING "SITE " WS-SITE-CODE " NAME " NAME
009418             DELIMITED BY SIZE INTO WS-AE-DETAIL
009419         PERFORM 6100-WRITE-AUDIT-EVENT
009420             THRU 6100-WRITE-AUDIT-EVENT-EXIT
009421     END-IF.
009422 2190-CHECK-INDUCTION-EXIT.
009423     EXIT.
009424*
009140*-----------------------------------------------------------*
009150* 2200-LOOKUP-MASTER - READ CUSTMAS BY THE CM-NAME ALTERNATE *
009160*                      KEY FOR THE TYPED NAME                *
009559     MOVE WS-ENTRY-COMPANY   TO VL-COMPANY.
009561     MOVE WS-ENTRY-CONTACT   TO VL-CONTACT.
009562     MOVE WS-ENTRY-WORK-ORDER TO VL-WORK-ORDER.
009563     MOVE WS-REF-CODE        TO VL-REF-CODE.
009565     MOVE SPACES             TO VL-FILLER.
009570     WRITE VISITLOG-RECORD.
009572     PERFORM 2550-UPDATE-ONSITE-COUNT
009574         THRU 2550-UPDATE-ONSITE-COUNT-EXIT.
009597*                       ON CUSTMAS IS ROUTED TO THE          *
009598*                       RECEPTION DESK INSTEAD.              *
009599*-----------------------------------------------------------*
009600 2120-WRITE-HOST-MSG.
009601     MOVE NAME               TO HM-NAME.
009602     MOVE WS-LOOKUP-ID       TO HM-ID.
009603     IF WS-VISITOR-FOUND
009604         OR (WS-PREREG-ARRIVAL AND WS-CB-DEPARTMENT NOT = SPACES)
009605         MOVE WS-LOOKUP-DEPT TO HM-DEPARTMENT
009606     ELSE
009607         MOVE "RECEPTION DESK" TO HM-DEPARTMENT
010340         THRU 6100-WRITE-AUDIT-EVENT-EXIT.
010400     CLOSE VISITLOG.
010405     CLOSE HOSTMSG.
010406     IF WS-ACCTRL-OPEN
010408         CLOSE ACCTRL
010410     END-IF.
010412     IF WS-TMPBADG-OPEN
010414         CLOSE TMPBADG
010416     END-IF.
010418     IF WS-BARRED-OPEN
010420         CLOSE BARRED
010422     END-IF.
010424     IF WS-BADGLOCK-OPEN
010426         CLOSE BADGLOCK
010428     END-IF.
010430     IF WS-INDUCTN-OPEN
010432         CLOSE INDUCTN
010434     END-IF.
010436     IF WS-PARCEL-OPEN
010438         CLOSE PARCEL
010440     END-IF.
010442     IF WS-PREREG-OPEN
010444         CLOSE PREREG
010446     END-IF.
010448     CLOSE AUDITLOG.
010500 9000-TERMINATE-EXIT.
010600     EXIT.
