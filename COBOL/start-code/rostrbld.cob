001497*                 CONVERSION JOB: THIS PROGRAM REBUILDS IT   *
001498*                 IN FULL (OPEN OUTPUT) EVERY RUN - ONE      *
001499*                 CUTOVER RUN SELF-HEALS THE FILE.           *
001501* 2026-10-15 RH   GIVE EVERY ACCEPTED BOOKING A SIX-         *
001502*                 CHARACTER PRE-REGISTRATION REFERENCE CODE. *
001503*                 CODES ARE KEPT ON PREREG (PREREG.CPY) SO A *
001504*                 BOOKING SEEN AGAIN ON A LATER RUN KEEPS    *
001505*                 ITS CODE, AND CARRIED ON THE ROSTER ENTRY  *
001506*                 (RO-REF-CODE - ROSTER IS NOW 46 BYTES,     *
001507*                 SAME SELF-HEALING CUTOVER AS ABOVE). EACH  *
001508*                 NEWLY ISSUED CODE GOES OUT ON THE INVITE   *
001509*                 FEED (INVITE.CPY) FOR THE MAIL GATEWAY.    *
001510*                 PREREG ENTRIES MORE THAN A WEEK PAST THEIR *
001511*                 DATE ARE DROPPED EACH RUN.                 *
001520* 2026-10-15 RH   PREREG IS NOW INDEXED ON THE REFERENCE     *
001530*                 CODE. A BOOKING'S CODE IS READ BY THE      *
001540*                 BOOKING KEY, A NEW CODE IS WRITTEN BY KEY  *
001550*                 AND CHECKED, AND AGED ENTRIES ARE DELETED  *
001560*                 IN PLACE. PREGWORK AND THE CODE TABLE ARE  *
001570*                 RETIRED.                                   *
001599*-----------------------------------------------------------*
001600*
001700*-----------------------------------------------------------*
001800* READS APPTREQ (REQUESTING DEPARTMENT, VISITOR NAME,       *
002100* NON-NUMERIC FIELDS AND DUPLICATE BOOKINGS FOR THE SAME    *
002200* VISITOR AND DATE ARE REJECTED TO THE APPTREJ REPORT FOR   *
002300* THE SUBMITTING DEPARTMENT. CLEAN ONE-OFF REQUESTS ARE     *
002400* WRITTEN TO ROSTER IN THE SAME 46-BYTE LAYOUT RECONCIL     *
002500* LOADS INTO ITS ROSTER-TABLE; CLEAN RECURRING REQUESTS GO  *
002510* TO STANDAPP AND EVERY ACTIVE STANDING APPOINTMENT IS THEN *
002520* EXPANDED INTO ONE ROSTER ENTRY PER DATE FROM TODAY TO ITS *
002530* END DATE. EVERY ROSTER ENTRY CARRIES THE BOOKING'S        *
002540* REFERENCE CODE FROM PREREG; A BOOKING WITHOUT ONE YET IS  *
002550* ISSUED A NEW CODE AND WRITTEN TO THE INVITE FEED.         *
002600*-----------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800
004910     SELECT STANDAPP ASSIGN TO "STANDAPP"
004920         ORGANIZATION IS SEQUENTIAL
004930         FILE STATUS IS WS-STANDAPP-STATUS.
004935     SELECT PREREG ASSIGN TO "PREREG"
004940         ORGANIZATION IS INDEXED
004945         ACCESS MODE IS DYNAMIC
004950         RECORD KEY IS PR-REF-CODE
004955         ALTERNATE RECORD KEY IS PR-BOOKING-KEY
004960             WITH DUPLICATES
004965         FILE STATUS IS WS-PREREG-STATUS.
004992     SELECT INVITE ASSIGN TO "INVITE"
004994         ORGANIZATION IS SEQUENTIAL
004996         FILE STATUS IS WS-INVITE-STATUS.
005000
005100 DATA DIVISION.
005200
006400     COPY "CUSTMAS.CPY".
006500
006600 FD  ROSTER
006700     RECORD CONTAINS 46 CHARACTERS.
006800     COPY "ROSTER.CPY".
007100
007200 FD  APPTREJ
007820 FD  STANDAPP
007830     RECORD CONTAINS 90 CHARACTERS.
007840     COPY "STANDAPP.CPY".
007850
007860 FD  PREREG
007870     RECORD CONTAINS 100 CHARACTERS.
007880     COPY "PREREG.CPY".
007882
007892 FD  INVITE
007894     RECORD CONTAINS 100 CHARACTERS.
007896     COPY "INVITE.CPY".
007900
008000 WORKING-STORAGE SECTION.
008100*
009950     88  WS-STANDAPP-DONE                VALUE "Y".
009960 77  WS-ROSTER-FULL-SWITCH   PIC X(01)   VALUE "N".
009970     88  WS-ROSTER-FULL                  VALUE "Y".
009972 77  WS-PREREG-STATUS        PIC X(02)   VALUE "00".
009974     88  WS-PREREG-NOT-FOUND             VALUE "35".
009978 77  WS-INVITE-STATUS        PIC X(02)   VALUE "00".
009980 77  WS-PREREG-EOF-SWITCH    PIC X(01)   VALUE "N".
009982     88  WS-PREREG-DONE                  VALUE "Y".
009984 77  WS-PREREG-OPEN-SWITCH   PIC X(01)   VALUE "N".
009986     88  WS-PREREG-OPEN                  VALUE "Y".
009988 77  WS-PREREG-FOUND-SWITCH  PIC X(01)   VALUE "N".
009990     88  WS-PREREG-FOUND                 VALUE "Y".
010000 77  WS-REJECT-REASON        PIC X(25).
010100*
010200*-----------------------------------------------------------*
011100 77  WS-ACCEPT-COUNT         PIC 9(05) COMP VALUE 0.
011200 77  WS-REJECT-COUNT         PIC 9(05) COMP VALUE 0.
011210 77  WS-STAND-ADD-COUNT      PIC 9(05) COMP VALUE 0.
011220 77  WS-INVITE-COUNT         PIC 9(05) COMP VALUE 0.
011300 77  WS-TABLE-INDEX          PIC 9(03) COMP.
011310*
011320*-----------------------------------------------------------*
012200         10  BT-NAME             PIC X(30).
012300         10  BT-DATE             PIC X(08).
012400 77  WS-BOOKED-COUNT         PIC 9(03) COMP VALUE 0.
012410*
012414*-----------------------------------------------------------*
012418* THE CALLER PUTS THE BOOKING IN WS-BOOKING AND GETS ITS     *
012422* PRE-REGISTRATION CODE BACK IN WS-BK-REF-CODE (SPACES WHEN  *
012426* NONE COULD BE GIVEN). PREREG ENTRIES DATED BEFORE          *
012430* WS-KEEP-FROM-DATE ARE DELETED AT THE START OF THE RUN.     *
012434*-----------------------------------------------------------*
012438 77  WS-KEEP-FROM-DATE       PIC 9(08).
012444 01  WS-BOOKING.
012446     05  WS-BK-NAME          PIC X(30).
012448     05  WS-BK-DATE          PIC 9(08).
012450     05  WS-BK-SITE          PIC X(02).
012452     05  WS-BK-DEPT          PIC X(20).
012454     05  WS-BK-HOST-ID       PIC X(10).
012456     05  WS-BK-REF-CODE      PIC X(06).
012458*
012460*-----------------------------------------------------------*
012462* REFERENCE CODE GENERATION. THE SEQUENCE NUMBER TIMES AN    *
012464* ODD CONSTANT, MODULO 2**30, IS ONE-TO-ONE, SO NO TWO       *
012466* SEQUENCE NUMBERS SHARE A CODE; THE CONSTANT SCATTERS       *
012468* NEIGHBOURING NUMBERS SO ONE CODE GIVES NO CLUE TO THE      *
012470* NEXT. THE RESULT IS WRITTEN AS SIX BASE-32 CHARACTERS,     *
012472* WITHOUT THE EASILY CONFUSED I, O, 0 AND 1. THE SEQUENCE    *
012474* NEVER STARTS A RUN BELOW TODAY'S DAY NUMBER TIMES 1000, SO *
012476* IT KEEPS CLIMBING EVEN IF EVERY PREREG ENTRY HAS AGED OUT. *
012478*-----------------------------------------------------------*
012480 77  WS-MAX-PR-SEQ           PIC 9(09) COMP VALUE 0.
012482 77  WS-SEQ-FLOOR            PIC 9(09) COMP.
012484 77  WS-CODE-MULTIPLIER      PIC 9(09) COMP VALUE 387420489.
012486 77  WS-CODE-MODULUS         PIC 9(10) COMP VALUE 1073741824.
012488 77  WS-CODE-WORK            PIC 9(18) COMP.
012490 77  WS-CODE-QUOTIENT        PIC 9(18) COMP.
012492 77  WS-CODE-NUM             PIC 9(10) COMP.
012494 77  WS-CODE-DIGIT           PIC 9(02) COMP.
012496 77  WS-CODE-POS             PIC S9(02) COMP.
012498 77  WS-CODE-ALPHABET        PIC X(32)
012499     VALUE "ABCDEFGHJKLMNPQRSTUVWXYZ23456789".
012500*
012600*-----------------------------------------------------------*
012700* AUDIT EVENT BUILD AREA                                     *
013100     05  WS-AE-DETAIL        PIC X(50).
013200 77  WS-AE-COUNT-1           PIC 9(05).
013300 77  WS-AE-COUNT-2           PIC 9(05).
013350 77  WS-AE-COUNT-3           PIC 9(05).
013400*
013500*-----------------------------------------------------------*
013600* REPORT LINE LAYOUTS                                        *
015230         VALUE "STANDING APPTS REGISTERED: ".
015240     05  WS-SL-STAND         PIC ZZZZ9.
015250     05  FILLER              PIC X(48)   VALUE SPACES.
015260 01  WS-INVITE-LINE.
015270     05  FILLER              PIC X(27)
015280         VALUE "INVITATIONS ISSUED:        ".
015290     05  WS-IL-INVITE        PIC ZZZZ9.
015295     05  FILLER              PIC X(48)   VALUE SPACES.
015300
015400 PROCEDURE DIVISION.
015500
021060         FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).
021070     PERFORM 1300-LOAD-STANDAPP
021080         THRU 1300-LOAD-STANDAPP-EXIT.
021082     PERFORM 1400-LOAD-PREREG
021084         THRU 1400-LOAD-PREREG-EXIT.
021086     OPEN OUTPUT INVITE.
021100     IF NOT WS-EOF
021200         PERFORM 2900-READ-APPTREQ
021300             THRU 2900-READ-APPTREQ-EXIT
022150     END-READ.
022160 1390-READ-STANDAPP-EXIT.
022170     EXIT.
022180*
022190*-----------------------------------------------------------*
022200* 1400-LOAD-PREREG - OPEN PREREG FOR THE CODES ISSUED THIS   *
022210*                    RUN, FIND THE HIGHEST SEQUENCE NUMBER   *
022220*                    AND DELETE THE ENTRIES MORE THAN A WEEK *
022230*                    PAST THEIR DATE. NO FILE YET MEANS NO   *
022240*                    CODES YET; A FILE THAT WILL NOT OPEN IS *
022250*                    LEFT ALONE AND NO CODES ARE ISSUED THIS *
022260*                    RUN.                                    *
022270*-----------------------------------------------------------*
022280 1400-LOAD-PREREG.
022290     COMPUTE WS-DATE-INT = WS-TODAY-INT - 7.
022300     COMPUTE WS-KEEP-FROM-DATE =
022310         FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
022320     MOVE "00" TO WS-PREREG-STATUS.
022330     OPEN I-O PREREG.
022340     IF WS-PREREG-NOT-FOUND
022350         OPEN OUTPUT PREREG
022360         CLOSE PREREG
022370         OPEN I-O PREREG
022380     END-IF.
022390     IF WS-PREREG-STATUS NOT = "00"
022400         MOVE "FILESTAT" TO WS-AE-CODE
022410         MOVE SPACES TO WS-AE-DETAIL
022420         STRING "PREREG STATUS " WS-PREREG-STATUS
022430             DELIMITED BY SIZE INTO WS-AE-DETAIL
022440         PERFORM 6100-WRITE-AUDIT-EVENT
022450             THRU 6100-WRITE-AUDIT-EVENT-EXIT
022460         GO TO 1400-LOAD-PREREG-EXIT
022470     END-IF.
022480     MOVE "Y" TO WS-PREREG-OPEN-SWITCH.
022490     PERFORM 1490-READ-PREREG
022500         THRU 1490-READ-PREREG-EXIT.
022510     PERFORM 1410-AGE-ONE-PREREG
022520         THRU 1410-AGE-ONE-PREREG-EXIT
022530         UNTIL WS-PREREG-DONE.
022540     COMPUTE WS-SEQ-FLOOR = WS-TODAY-INT * 1000.
022550     IF WS-MAX-PR-SEQ < WS-SEQ-FLOOR
022560         MOVE WS-SEQ-FLOOR TO WS-MAX-PR-SEQ
022570     END-IF.
022580 1400-LOAD-PREREG-EXIT.
022590     EXIT.
022600*
022610 1410-AGE-ONE-PREREG.
022620     IF PR-SEQ-NO > WS-MAX-PR-SEQ
022630         MOVE PR-SEQ-NO TO WS-MAX-PR-SEQ
022640     END-IF.
022650     IF PR-EXPECTED-DATE < WS-KEEP-FROM-DATE
022660         DELETE PREREG RECORD
022670             INVALID KEY
022680                 CONTINUE
022690         END-DELETE
022700     END-IF.
022710     PERFORM 1490-READ-PREREG
022720         THRU 1490-READ-PREREG-EXIT.
022730 1410-AGE-ONE-PREREG-EXIT.
022740     EXIT.
022750*
022760 1490-READ-PREREG.
022770     READ PREREG NEXT RECORD
022780         AT END
022790             MOVE "Y" TO WS-PREREG-EOF-SWITCH
022800     END-READ.
022810 1490-READ-PREREG-EXIT.
022820     EXIT.
022830*
022840*-----------------------------------------------------------*
022850* 2000-PROCESS-ONE-REQUEST - VALIDATE ONE REQUEST AND WRITE  *
022860*                            IT TO THE ROSTER OR THE REJECTS *
022870*-----------------------------------------------------------*
022880 2000-PROCESS-ONE-REQUEST.
022890     ADD 1 TO WS-READ-COUNT.
022900     MOVE SPACES TO WS-REJECT-REASON.
022910     IF AR-NAME = SPACES
022920         MOVE "BLANK VISITOR NAME" TO WS-REJECT-REASON
022930         GO TO 2000-REQUEST-DECIDED
022940     END-IF.
022950     IF AR-EXPECTED-DATE NOT NUMERIC
023000         MOVE "INVALID EXPECTED DATE" TO WS-REJECT-REASON
023100         GO TO 2000-REQUEST-DECIDED
023200     END-IF.
031500     MOVE AR-NAME TO RO-NAME.
031600     MOVE AR-EXPECTED-DATE TO RO-EXPECTED-DATE.
031650     MOVE AR-SITE-CODE TO RO-SITE-CODE.
031652     MOVE AR-NAME TO WS-BK-NAME.
031654     MOVE AR-EXPECTED-DATE TO WS-BK-DATE.
031656     MOVE AR-SITE-CODE TO WS-BK-SITE.
031658     MOVE AR-REQ-DEPT TO WS-BK-DEPT.
031660     MOVE AR-HOST-ID TO WS-BK-HOST-ID.
031662     PERFORM 2700-ASSIGN-REF-CODE
031664         THRU 2700-ASSIGN-REF-CODE-EXIT.
031666     MOVE WS-BK-REF-CODE TO RO-REF-CODE.
031700     WRITE ROSTER-RECORD.
031800 2400-ACCEPT-REQUEST-EXIT.
031900     EXIT.
033600         THRU 6100-WRITE-AUDIT-EVENT-EXIT.
033700 2500-REJECT-REQUEST-EXIT.
033800     EXIT.
033805*
033810*-----------------------------------------------------------*
033815* 2600-REGISTER-STANDING - VALIDATE ONE RECURRING REQUEST    *
033820*                          AND REGISTER IT ON THE STANDING-  *
033825*                          APPOINTMENTS TABLE. THE DATED     *
033830*                          ROSTER ENTRIES COME OUT OF THE    *
033835*                          EXPANSION PHASE WITH EVERY OTHER  *
033840*                          ACTIVE STANDING APPOINTMENT.      *
033845*-----------------------------------------------------------*
033850 2600-REGISTER-STANDING.
033855     IF NOT AR-RECUR-DAILY AND NOT AR-RECUR-WEEKLY
033860         MOVE "INVALID RECURRENCE TYPE" TO WS-REJECT-REASON
033865         GO TO 2600-STANDING-DECIDED
033870     END-IF.
033875     IF AR-END-DATE NOT NUMERIC
033880         OR AR-END-DATE < AR-EXPECTED-DATE
033885         MOVE "INVALID END DATE" TO WS-REJECT-REASON
033890         GO TO 2600-STANDING-DECIDED
033895     END-IF.
033900     IF AR-RECUR-WEEKLY
033905         MOVE 0 TO WS-Y-COUNT
033910         INSPECT AR-RECUR-DAYS TALLYING WS-Y-COUNT
033915             FOR ALL "Y"
033920         IF WS-Y-COUNT = 0
033925*            A WEEKLY RECURRENCE WITH NO WEEKDAY FLAGGED
033930*            WOULD NEVER GENERATE A DATE.
033935             MOVE "NO WEEKDAYS FLAGGED" TO WS-REJECT-REASON
033940             GO TO 2600-STANDING-DECIDED
033945         END-IF
033950     END-IF.
033955     MOVE AR-NAME TO WS-LOOKUP-NAME.
033960     PERFORM 2200-LOOKUP-MASTER
033965         THRU 2200-LOOKUP-MASTER-EXIT.
033970     IF NOT WS-VISITOR-FOUND
033975         MOVE "NOT ON VISITOR MASTER" TO WS-REJECT-REASON
033980         GO TO 2600-STANDING-DECIDED
033985     END-IF.
033990     MOVE AR-EXPECTED-DATE TO WS-DATE-WORK-N.
033995     COMPUTE WS-FROM-INT =
034000         FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-N).
034005     MOVE AR-END-DATE TO WS-DATE-WORK-N.
034010     COMPUTE WS-END-INT =
034015         FUNCTION INTEGER-OF-DATE(WS-DATE-WORK-N).
034020     IF WS-END-INT - WS-FROM-INT > 366
034025         MOVE "END DATE TOO FAR OUT" TO WS-REJECT-REASON
034030         GO TO 2600-STANDING-DECIDED
034035     END-IF.
034040     PERFORM 2650-CHECK-STAND-DUP
034045         THRU 2650-CHECK-STAND-DUP-EXIT.
034050     IF WS-DUP-FOUND
034055         MOVE "DUPLICATE STANDING APPT" TO WS-REJECT-REASON
034060         GO TO 2600-STANDING-DECIDED
034065     END-IF.
034070     IF WS-STAND-COUNT = 100
034075         MOVE "STANDING FILE FULL" TO WS-REJECT-REASON
034080     END-IF.
034085 2600-STANDING-DECIDED.
034090     IF WS-REJECT-REASON NOT = SPACES
034095         PERFORM 2500-REJECT-REQUEST
034100             THRU 2500-REJECT-REQUEST-EXIT
034105         GO TO 2600-REGISTER-STANDING-EXIT
034110     END-IF.
034115     ADD 1 TO WS-MAX-SEQ.
034120     ADD 1 TO WS-STAND-COUNT.
034125     ADD 1 TO WS-STAND-ADD-COUNT.
034130     SET ST-IDX TO WS-STAND-COUNT.
034135     MOVE WS-MAX-SEQ TO ST-SEQ-NO(ST-IDX).
034140     MOVE AR-REQ-DEPT TO ST-REQ-DEPT(ST-IDX).
034145     MOVE AR-NAME TO ST-NAME(ST-IDX).
034150     MOVE AR-RECUR-TYPE TO ST-RECUR-TYPE(ST-IDX).
034155     MOVE AR-RECUR-DAYS TO ST-RECUR-DAYS(ST-IDX).
034160     MOVE AR-EXPECTED-DATE TO WS-DATE-WORK-N.
034165     MOVE WS-DATE-WORK-N TO ST-START-DATE(ST-IDX).
034170     MOVE AR-END-DATE TO WS-DATE-WORK-N.
034175     MOVE WS-DATE-WORK-N TO ST-END-DATE(ST-IDX).
034180     MOVE "A" TO ST-STATUS(ST-IDX).
034185     MOVE AR-SITE-CODE TO ST-SITE-CODE(ST-IDX).
034190     MOVE "STANDADD" TO WS-AE-CODE.
034195     MOVE SPACES TO WS-AE-DETAIL.
034200     STRING "SEQ " ST-SEQ-NO(ST-IDX) " "
034205         FUNCTION TRIM(AR-NAME)
034210         DELIMITED BY SIZE INTO WS-AE-DETAIL.
034215     PERFORM 6100-WRITE-AUDIT-EVENT
034220         THRU 6100-WRITE-AUDIT-EVENT-EXIT.
034225 2600-REGISTER-STANDING-EXIT.
034230     EXIT.
034235*
034240*-----------------------------------------------------------*
034245* 2650-CHECK-STAND-DUP - SAME NAME, TYPE AND DATE SPAN       *
034250*                        ALREADY REGISTERED AND ACTIVE?      *
034255*-----------------------------------------------------------*
034260 2650-CHECK-STAND-DUP.
034265     MOVE "N" TO WS-DUP-SWITCH.
034270     PERFORM 2660-CHECK-ONE-STANDING
034275         THRU 2660-CHECK-ONE-STANDING-EXIT
034280         VARYING WS-STAND-INDEX FROM 1 BY 1
034285         UNTIL WS-STAND-INDEX > WS-STAND-COUNT
034290         OR WS-DUP-FOUND.
034295 2650-CHECK-STAND-DUP-EXIT.
034300     EXIT.
034305*
034310 2660-CHECK-ONE-STANDING.
034315     SET ST-IDX TO WS-STAND-INDEX.
034320     MOVE AR-EXPECTED-DATE TO WS-DATE-WORK-N.
034325     IF ST-ACTIVE(ST-IDX)
034330         AND ST-NAME(ST-IDX) = AR-NAME
034335         AND ST-RECUR-TYPE(ST-IDX) = AR-RECUR-TYPE
034340         AND ST-START-DATE(ST-IDX) = WS-DATE-WORK-N
034345         MOVE "Y" TO WS-DUP-SWITCH
034350     END-IF.
034355 2660-CHECK-ONE-STANDING-EXIT.
034360     EXIT.
034365*
034370*-----------------------------------------------------------*
034375* 2700-ASSIGN-REF-CODE - THE BOOKING IN WS-BOOKING KEEPS THE *
034380*                        CODE IT WAS ISSUED ON AN EARLIER    *
034385*                        RUN; OTHERWISE IT IS ISSUED A NEW   *
034390*                        ONE, WHICH IS WRITTEN TO PREREG AND *
034395*                        GOES OUT ON THE INVITE FEED. A CODE *
034400*                        PREREG WILL NOT TAKE IS NOT SENT -  *
034405*                        THE VISITOR SIGNS IN BY NAME        *
034410*-----------------------------------------------------------*
034415 2700-ASSIGN-REF-CODE.
034420     MOVE SPACES TO WS-BK-REF-CODE.
034425     IF NOT WS-PREREG-OPEN
034430         GO TO 2700-ASSIGN-REF-CODE-EXIT
034435     END-IF.
034440     IF WS-BK-SITE = SPACES
034445         MOVE "01" TO WS-BK-SITE
034450     END-IF.
034455     PERFORM 2710-FIND-PREREG
034460         THRU 2710-FIND-PREREG-EXIT.
034465     IF WS-PREREG-FOUND
034470         MOVE PR-REF-CODE TO WS-BK-REF-CODE
034475         GO TO 2700-ASSIGN-REF-CODE-EXIT
034480     END-IF.
034485     PERFORM 2750-MAKE-REF-CODE
034490         THRU 2750-MAKE-REF-CODE-EXIT.
034495     MOVE WS-BK-REF-CODE TO PR-REF-CODE.
034500     MOVE WS-MAX-PR-SEQ TO PR-SEQ-NO.
034505     MOVE WS-BK-NAME TO PR-NAME.
034510     MOVE WS-BK-DATE TO PR-EXPECTED-DATE.
034515     MOVE WS-BK-SITE TO PR-SITE-CODE.
034520     MOVE WS-BK-DEPT TO PR-DEPARTMENT.
034525     MOVE WS-BK-HOST-ID TO PR-HOST-ID.
034530     MOVE WS-CURRENT-DATE TO PR-ISSUE-DATE.
034535     MOVE "A" TO PR-STATUS.
034540     MOVE SPACES TO PR-FILLER.
034545     WRITE PREREG-RECORD
034550         INVALID KEY
034555             CONTINUE
034560     END-WRITE.
034565*    "02" ONLY SAYS ANOTHER ENTRY SHARES THE BOOKING KEY - THE
034570*    ENTRY WAS WRITTEN.
034575     IF WS-PREREG-STATUS NOT = "00" AND NOT = "02"
034580         MOVE "FILESTAT" TO WS-AE-CODE
034585         MOVE SPACES TO WS-AE-DETAIL
034590         STRING "PREREG STATUS " WS-PREREG-STATUS
034595             DELIMITED BY SIZE INTO WS-AE-DETAIL
034600         PERFORM 6100-WRITE-AUDIT-EVENT
034605             THRU 6100-WRITE-AUDIT-EVENT-EXIT
034610         MOVE SPACES TO WS-BK-REF-CODE
034615         GO TO 2700-ASSIGN-REF-CODE-EXIT
034620     END-IF.
034625     MOVE WS-BK-NAME TO IV-NAME.
034630     MOVE WS-BK-DATE TO IV-EXPECTED-DATE.
034635     MOVE WS-BK-SITE TO IV-SITE-CODE.
034640     MOVE WS-BK-REF-CODE TO IV-REF-CODE.
034645     MOVE WS-BK-DEPT TO IV-DEPARTMENT.
034650     MOVE WS-BK-HOST-ID TO IV-HOST-ID.
034655     MOVE WS-CURRENT-DATE TO IV-ISSUE-DATE.
034660     MOVE SPACES TO IV-FILLER.
034665     WRITE INVITE-RECORD.
034670     ADD 1 TO WS-INVITE-COUNT.
034675 2700-ASSIGN-REF-CODE-EXIT.
034680     EXIT.
034685*
034690*-----------------------------------------------------------*
034695* 2710-FIND-PREREG - SAME VISITOR, DATE AND SITE ALREADY     *
034700*                    ISSUED A CODE? READ BY THE BOOKING KEY  *
034705*-----------------------------------------------------------*
034710 2710-FIND-PREREG.
034715     MOVE "N" TO WS-PREREG-FOUND-SWITCH.
034720     MOVE WS-BK-NAME TO PR-NAME.
034725     MOVE WS-BK-DATE TO PR-EXPECTED-DATE.
034730     MOVE WS-BK-SITE TO PR-SITE-CODE.
034735     READ PREREG KEY IS PR-BOOKING-KEY
034740         INVALID KEY
034745             CONTINUE
034750     END-READ.
034755*    "02" ONLY SAYS A LATER ENTRY SHARES THE BOOKING KEY.
034760     IF WS-PREREG-STATUS = "00" OR WS-PREREG-STATUS = "02"
034765         MOVE "Y" TO WS-PREREG-FOUND-SWITCH
034770     END-IF.
034775 2710-FIND-PREREG-EXIT.
034780     EXIT.
034785*
034790*-----------------------------------------------------------*
034795* 2750-MAKE-REF-CODE - TAKE THE NEXT SEQUENCE NUMBER AND     *
034800*                      TURN IT INTO THE SIX-CHARACTER CODE   *
034805*                      IN WS-BK-REF-CODE                     *
034810*-----------------------------------------------------------*
034815 2750-MAKE-REF-CODE.
034820     ADD 1 TO WS-MAX-PR-SEQ.
034825     COMPUTE WS-CODE-WORK = WS-MAX-PR-SEQ * WS-CODE-MULTIPLIER.
034830     DIVIDE WS-CODE-WORK BY WS-CODE-MODULUS
034835         GIVING WS-CODE-QUOTIENT
034840         REMAINDER WS-CODE-NUM.
034845     PERFORM 2760-MAKE-ONE-CHARACTER
034850         THRU 2760-MAKE-ONE-CHARACTER-EXIT
034855         VARYING WS-CODE-POS FROM 6 BY -1
034860         UNTIL WS-CODE-POS < 1.
034865 2750-MAKE-REF-CODE-EXIT.
034870     EXIT.
034875*
034880 2760-MAKE-ONE-CHARACTER.
034885     DIVIDE WS-CODE-NUM BY 32
034890         GIVING WS-CODE-QUOTIENT
034895         REMAINDER WS-CODE-DIGIT.
034900     MOVE WS-CODE-ALPHABET(WS-CODE-DIGIT + 1:1)
034905         TO WS-BK-REF-CODE(WS-CODE-POS:1).
034910     MOVE WS-CODE-QUOTIENT TO WS-CODE-NUM.
034915 2760-MAKE-ONE-CHARACTER-EXIT.
034920     EXIT.
034925*
034930*-----------------------------------------------------------*
034935* 5000-EXPAND-STANDING - ONE PASS OVER EVERY ACTIVE STANDING *
034940*                        APPOINTMENT, GENERATING ITS DATED   *
034945*                        ROSTER ENTRIES FROM TODAY TO ITS    *
034950*                        END DATE                            *
034955*-----------------------------------------------------------*
034960 5000-EXPAND-STANDING.
034965     PERFORM 5100-EXPAND-ONE-STANDING
034970         THRU 5100-EXPAND-ONE-STANDING-EXIT
034975         VARYING WS-STAND-INDEX FROM 1 BY 1
034980         UNTIL WS-STAND-INDEX > WS-STAND-COUNT.
034985 5000-EXPAND-STANDING-EXIT.
034990     EXIT.
034995*
035000*-----------------------------------------------------------*
035005* 5100-EXPAND-ONE-STANDING - THE CUSTMAS NAME CHECK, THEN    *
035010*                            ONE ROSTER ENTRY PER MATCHING   *
035015*                            DATE, EACH DUPLICATE-CHECKED    *
035020*-----------------------------------------------------------*
035025 5100-EXPAND-ONE-STANDING.
035030     SET ST-IDX TO WS-STAND-INDEX.
035035     IF NOT ST-ACTIVE(ST-IDX)
035040         GO TO 5100-EXPAND-ONE-STANDING-EXIT
035045     END-IF.
035050     MOVE ST-NAME(ST-IDX) TO WS-LOOKUP-NAME.
035055     PERFORM 2200-LOOKUP-MASTER
035060         THRU 2200-LOOKUP-MASTER-EXIT.
035065     IF NOT WS-VISITOR-FOUND
035070         MOVE "NOT ON VISITOR MASTER" TO WS-REJECT-REASON
035075         PERFORM 5200-REJECT-GENERATED
035080             THRU 5200-REJECT-GENERATED-EXIT
035085         GO TO 5100-EXPAND-ONE-STANDING-EXIT
035090     END-IF.
035095     COMPUTE WS-FROM-INT =
035100         FUNCTION INTEGER-OF-DATE(ST-START-DATE(ST-IDX)).
035105     IF WS-FROM-INT < WS-TODAY-INT
035110         MOVE WS-TODAY-INT TO WS-FROM-INT
035115     END-IF.
035120     COMPUTE WS-END-INT =
035125         FUNCTION INTEGER-OF-DATE(ST-END-DATE(ST-IDX)).
035130     IF WS-END-INT < WS-FROM-INT
035135         GO TO 5100-EXPAND-ONE-STANDING-EXIT
035140     END-IF.
035145     MOVE "N" TO WS-ROSTER-FULL-SWITCH.
035150     PERFORM 5110-EXPAND-ONE-DATE
035155         THRU 5110-EXPAND-ONE-DATE-EXIT
035160         VARYING WS-DATE-INT FROM WS-FROM-INT BY 1
035165         UNTIL WS-DATE-INT > WS-END-INT
035170         OR WS-ROSTER-FULL.
035175 5100-EXPAND-ONE-STANDING-EXIT.
035180     EXIT.
035185*
035190*-----------------------------------------------------------*
035195* 5110-EXPAND-ONE-DATE - ONE CANDIDATE DATE: SKIP WEEKDAYS   *
035200*                        NOT FLAGGED ON A WEEKLY ENTRY, THEN *
035205*                        THE SAME DUPLICATE-BOOKING CHECK AS *
035210*                        A TYPED REQUEST, THEN THE ROSTER    *
035215*                        RECORD                              *
035220*-----------------------------------------------------------*
035225 5110-EXPAND-ONE-DATE.
035230     COMPUTE WS-GEN-DATE =
035235         FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
035240     IF ST-WEEKLY(ST-IDX)
035245         DIVIDE WS-DATE-INT BY 7
035250             GIVING WS-DAY-QUOTIENT
035255             REMAINDER WS-DAY-NUM
035260         IF WS-DAY-NUM = 0
035265             MOVE 7 TO WS-DAY-NUM
035270         END-IF
035275         IF ST-RECUR-DAYS(ST-IDX)(WS-DAY-NUM:1) NOT = "Y"
035280             GO TO 5110-EXPAND-ONE-DATE-EXIT
035285         END-IF
035290     END-IF.
035295     MOVE ST-NAME(ST-IDX) TO WS-DUP-NAME.
035300     MOVE WS-GEN-DATE-X TO WS-DUP-DATE.
035305     PERFORM 2300-CHECK-DUPLICATE
035310         THRU 2300-CHECK-DUPLICATE-EXIT.
035315     IF WS-DUP-FOUND
035320         MOVE "DUPLICATE BOOKING" TO WS-REJECT-REASON
035325         PERFORM 5200-REJECT-GENERATED
035330             THRU 5200-REJECT-GENERATED-EXIT
035335         GO TO 5110-EXPAND-ONE-DATE-EXIT
035340     END-IF.
035345     IF WS-BOOKED-COUNT = 200
035350         MOVE "ROSTER FULL" TO WS-REJECT-REASON
035355         PERFORM 5200-REJECT-GENERATED
035360             THRU 5200-REJECT-GENERATED-EXIT
035365         MOVE "Y" TO WS-ROSTER-FULL-SWITCH
035370         GO TO 5110-EXPAND-ONE-DATE-EXIT
035375     END-IF.
035380     ADD 1 TO WS-ACCEPT-COUNT.
035385     ADD 1 TO WS-BOOKED-COUNT.
035390     SET BT-IDX TO WS-BOOKED-COUNT.
035395     MOVE ST-NAME(ST-IDX) TO BT-NAME(BT-IDX).
035400     MOVE WS-GEN-DATE-X TO BT-DATE(BT-IDX).
035405     MOVE ST-NAME(ST-IDX) TO RO-NAME.
035410     MOVE WS-GEN-DATE TO RO-EXPECTED-DATE.
035415     MOVE ST-SITE-CODE(ST-IDX) TO RO-SITE-CODE.
035420     MOVE ST-NAME(ST-IDX) TO WS-BK-NAME.
035425     MOVE WS-GEN-DATE TO WS-BK-DATE.
035430     MOVE ST-SITE-CODE(ST-IDX) TO WS-BK-SITE.
035435     MOVE ST-REQ-DEPT(ST-IDX) TO WS-BK-DEPT.
035440     MOVE SPACES TO WS-BK-HOST-ID.
035445     PERFORM 2700-ASSIGN-REF-CODE
035450         THRU 2700-ASSIGN-REF-CODE-EXIT.
035455     MOVE WS-BK-REF-CODE TO RO-REF-CODE.
035460     WRITE ROSTER-RECORD.
035465 5110-EXPAND-ONE-DATE-EXIT.
035470     EXIT.
035475*
035480*-----------------------------------------------------------*
035485* 5200-REJECT-GENERATED - REPORT ONE GENERATED ENTRY BACK    *
035490*                         TO THE DEPARTMENT THAT FILED THE   *
035495*                         STANDING APPOINTMENT AND AUDIT IT  *
035500*-----------------------------------------------------------*
035505 5200-REJECT-GENERATED.
035510     ADD 1 TO WS-REJECT-COUNT.
035515     MOVE ST-REQ-DEPT(ST-IDX) TO WS-RJ-DEPT.
035520     MOVE ST-NAME(ST-IDX) TO WS-RJ-NAME.
035525     MOVE WS-REJECT-REASON TO WS-RJ-REASON.
035530     WRITE APPTREJ-LINE FROM WS-REJECT-LINE.
035535     MOVE "RECREJCT" TO WS-AE-CODE.
035540     MOVE SPACES TO WS-AE-DETAIL.
035545     STRING FUNCTION TRIM(ST-NAME(ST-IDX)) " "
035550         WS-REJECT-REASON
035555         DELIMITED BY SIZE INTO WS-AE-DETAIL.
035560     PERFORM 6100-WRITE-AUDIT-EVENT
035565         THRU 6100-WRITE-AUDIT-EVENT-EXIT.
035570 5200-REJECT-GENERATED-EXIT.
035575     EXIT.
035580*
035585*-----------------------------------------------------------*
035590* 7500-APPEND-NEW-STANDING - THE STANDING APPOINTMENTS       *
035595*                            REGISTERED THIS RUN GO ON THE   *
035600*                            END OF STANDAPP                 *
035605*-----------------------------------------------------------*
035610 7500-APPEND-NEW-STANDING.
035615     IF WS-STAND-COUNT NOT > WS-STAND-LOADED
035620         GO TO 7500-APPEND-NEW-STANDING-EXIT
035625     END-IF.
035630     MOVE "00" TO WS-STANDAPP-STATUS.
035635     OPEN EXTEND STANDAPP.
035640     IF WS-STANDAPP-NOT-FOUND
035645         OPEN OUTPUT STANDAPP
035650         CLOSE STANDAPP
035655         OPEN EXTEND STANDAPP
035660     END-IF.
035665     COMPUTE WS-STAND-FIRST = WS-STAND-LOADED + 1.
035670     PERFORM 7510-WRITE-ONE-STANDING
035675         THRU 7510-WRITE-ONE-STANDING-EXIT
035680         VARYING WS-STAND-INDEX FROM WS-STAND-FIRST BY 1
035685         UNTIL WS-STAND-INDEX > WS-STAND-COUNT.
035690     CLOSE STANDAPP.
035695 7500-APPEND-NEW-STANDING-EXIT.
035700     EXIT.
035705*
035710 7510-WRITE-ONE-STANDING.
035715     SET ST-IDX TO WS-STAND-INDEX.
035720     MOVE ST-SEQ-NO(ST-IDX) TO SA-SEQ-NO.
035725     MOVE ST-REQ-DEPT(ST-IDX) TO SA-REQ-DEPT.
035730     MOVE ST-NAME(ST-IDX) TO SA-NAME.
035735     MOVE ST-RECUR-TYPE(ST-IDX) TO SA-RECUR-TYPE.
035740     MOVE ST-RECUR-DAYS(ST-IDX) TO SA-RECUR-DAYS.
035745     MOVE ST-START-DATE(ST-IDX) TO SA-START-DATE.
035750     MOVE ST-END-DATE(ST-IDX) TO SA-END-DATE.
035755     MOVE ST-STATUS(ST-IDX) TO SA-STATUS.
035760     MOVE ST-SITE-CODE(ST-IDX) TO SA-SITE-CODE.
035765     MOVE SPACES TO SA-FILLER.
035770     WRITE STANDAPP-RECORD.
035775 7510-WRITE-ONE-STANDING-EXIT.
035780     EXIT.
035785*
035790*-----------------------------------------------------------*
035795* 2900-READ-APPTREQ - READ THE NEXT APPOINTMENT REQUEST      *
035800*-----------------------------------------------------------*
035805 2900-READ-APPTREQ.
035810     READ APPTREQ
035815         AT END
035820             MOVE "Y" TO WS-EOF-SWITCH
035825     END-READ.
035830 2900-READ-APPTREQ-EXIT.
035835     EXIT.
035840*
035845*-----------------------------------------------------------*
035850* 8000-PRINT-SUMMARY - READ/ACCEPTED/REJECTED TOTALS         *
035855*-----------------------------------------------------------*
035860 8000-PRINT-SUMMARY.
035865     MOVE ALL "-" TO APPTREJ-LINE.
035870     WRITE APPTREJ-LINE.
035875     MOVE WS-READ-COUNT TO WS-TL-READ.
035880     MOVE WS-ACCEPT-COUNT TO WS-TL-ACCEPT.
035885     MOVE WS-REJECT-COUNT TO WS-TL-REJECT.
036000     WRITE APPTREJ-LINE FROM WS-TOTAL-LINE.
036010     MOVE WS-STAND-ADD-COUNT TO WS-SL-STAND.
036020     WRITE APPTREJ-LINE FROM WS-STAND-LINE.
036030     MOVE WS-INVITE-COUNT TO WS-IL-INVITE.
036040     WRITE APPTREJ-LINE FROM WS-INVITE-LINE.
036100 8000-PRINT-SUMMARY-EXIT.
036200     EXIT.
036300*
039500     MOVE "RUNEND  " TO WS-AE-CODE.
039600     MOVE WS-ACCEPT-COUNT TO WS-AE-COUNT-1.
039700     MOVE WS-REJECT-COUNT TO WS-AE-COUNT-2.
039750     MOVE WS-INVITE-COUNT TO WS-AE-COUNT-3.
039800     MOVE SPACES TO WS-AE-DETAIL.
039900     STRING "ACCEPTED=" WS-AE-COUNT-1
040000         " REJECTED=" WS-AE-COUNT-2
040050         " INVITED=" WS-AE-COUNT-3
040100         DELIMITED BY SIZE INTO WS-AE-DETAIL.
040200     PERFORM 6100-WRITE-AUDIT-EVENT
040300         THRU 6100-WRITE-AUDIT-EVENT-EXIT.
040700     END-IF.
040800     CLOSE ROSTER.
040900     CLOSE APPTREJ.
040950     CLOSE INVITE.
040960     IF WS-PREREG-OPEN
040970         CLOSE PREREG
040980     END-IF.
041000     CLOSE AUDITLOG.
041100 9000-TERMINATE-EXIT.
041200     EXIT.
