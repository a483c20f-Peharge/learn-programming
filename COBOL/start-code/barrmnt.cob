001300*                 CHECKED BY STARTCODE, BATCHGRT AND         *
001400*                 TMPBADGE BEFORE ANYONE IS GREETED OR       *
001500*                 BADGED.                                    *
001510* 2026-10-15 RH   BARRED IS NOW INDEXED ON THE ENTRY NUMBER  *
001520*                 WITH THE NAME AND THE BADGE ID AS          *
001530*                 ALTERNATE KEYS. ADD NUMBERS THE NEW BAR,   *
001540*                 REMOVE LIFTS THE MATCHING BARS IN PLACE    *
001550*                 THROUGH THE NAME AND BADGE KEYS, AND THE   *
001560*                 BARRWORK WORK FILE IS RETIRED.             *
001600*-----------------------------------------------------------*
001700*
001800*-----------------------------------------------------------*
002100* THE HR REASON CODE), R=REMOVE (LIFT) A BAR BY MARKING THE *
002200* ENTRY "R" SO THE RECORD IS KEPT, L=LIST THE BARS ON FILE, *
002300* Q=QUIT. EVERY ADD AND REMOVE IS AUDITED TO THE SHARED     *
002400* AUDITLOG. BARRED IS INDEXED ON THE ENTRY NUMBER, WITH     *
002450* THE NAME AND THE BADGE ID AS ALTERNATE KEYS - THE REMOVE  *
002500* READS THE MATCHING ENTRIES THROUGH THOSE KEYS AND         *
002550* REWRITES EACH IN PLACE.                                   *
002700*-----------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT BARRED ASSIGN TO "BARRED"
003250         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003350         RECORD KEY IS BR-ENTRY-NO
003400         ALTERNATE RECORD KEY IS BR-NAME
003450             WITH DUPLICATES
003500         ALTERNATE RECORD KEY IS BR-BADGE-ID
003550             WITH DUPLICATES
003600         FILE STATUS IS WS-BARRED-STATUS.
003800     SELECT AUDITLOG ASSIGN TO "AUDITLOG"
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-AUDITLOG-STATUS.
004600     RECORD CONTAINS 80 CHARACTERS.
004700     COPY "BARRED.CPY".
004800
005300 FD  AUDITLOG
005400     RECORD CONTAINS 80 CHARACTERS.
005500     COPY "AUDITLOG.CPY".
006200 77  WS-BARRED-STATUS        PIC X(02)   VALUE "00".
006300     88  WS-BARRED-EOF                   VALUE "10".
006400     88  WS-BARRED-NOT-FOUND             VALUE "35".
006700 77  WS-AUDITLOG-STATUS      PIC X(02)   VALUE "00".
006800     88  WS-AUDITLOG-NOT-FOUND           VALUE "35".
006900 77  WS-QUIT-SWITCH          PIC X(01)   VALUE "N".
007000     88  WS-QUIT                         VALUE "Y".
007100 77  WS-EOF-SWITCH           PIC X(01)   VALUE "N".
007200     88  WS-EOF                          VALUE "Y".
007300 77  WS-LIFT-FOUND-SWITCH    PIC X(01)   VALUE "N".
007400     88  WS-LIFT-FOUND                   VALUE "Y".
007500 77  WS-LAST-ENTRY-NO        PIC 9(06)   VALUE 0.
007700*
007800*-----------------------------------------------------------*
007900* OPERATOR ENTRY FIELDS                                      *
015500     EXIT.
015600*
015700*-----------------------------------------------------------*
015800* 3000-ADD-BAR - ADD ONE NEW BAR. THE NAME AND THE BADGE     *
015900*                ID MAY EACH BE BLANK, BUT NOT BOTH, AND THE *
016000*                HR START/END DATES AND REASON CODE ARE      *
016100*                REQUIRED.                                   *
018500         DISPLAY "The HR reason code is required - not added."
018600         GO TO 3000-ADD-BAR-EXIT
018700     END-IF.
018800     PERFORM 4000-OPEN-BARRED
018810         THRU 4000-OPEN-BARRED-EXIT.
018820     PERFORM 4100-FIND-LAST-ENTRY
018830         THRU 4100-FIND-LAST-ENTRY-EXIT.
018840     MOVE WS-ENTRY-NAME TO BR-NAME.
018850     MOVE WS-ENTRY-BADGE-ID TO BR-BADGE-ID.
018860     MOVE WS-ENTRY-START-DATE TO BR-START-DATE.
018870     MOVE WS-ENTRY-END-DATE TO BR-END-DATE.
018880     MOVE WS-ENTRY-REASON TO BR-REASON-CODE.
018890     MOVE "A" TO BR-STATUS.
018900     ADD 1 TO WS-LAST-ENTRY-NO GIVING BR-ENTRY-NO.
018910     MOVE SPACES TO BR-FILLER.
018920     WRITE BARRED-RECORD
018930         INVALID KEY
018940             DISPLAY "Barred file status " WS-BARRED-STATUS
018950                 " - not added."
018960             CLOSE BARRED
018970             GO TO 3000-ADD-BAR-EXIT
018980     END-WRITE.
018990     CLOSE BARRED.
019900     MOVE "BARRADD " TO WS-AE-CODE.
020000     MOVE SPACES TO WS-AE-DETAIL.
020100     STRING "BADGE " WS-ENTRY-BADGE-ID " NAME " WS-ENTRY-NAME
020700     EXIT.
020800*
020900*-----------------------------------------------------------*
021000* 3100-REMOVE-BAR - LIFT THE ACTIVE BARS FOR A NAME OR BADGE *
021020*                   ID. THE ENTRIES FILED UNDER THAT NAME,   *
021040*                   THEN THOSE UNDER THAT BADGE ID, ARE      *
021060*                   READ THROUGH THE ALTERNATE KEYS AND EACH *
021080*                   ACTIVE ONE IS REWRITTEN AS "R".          *
021100*-----------------------------------------------------------*
021120 3100-REMOVE-BAR.
021140     DISPLAY "Name or badge ID of the bar to lift: ".
021160     ACCEPT WS-ENTRY-NAME.
021180     IF WS-ENTRY-NAME = SPACES
021200         DISPLAY "Nothing entered - no bar lifted."
021220         GO TO 3100-REMOVE-BAR-EXIT
021240     END-IF.
021260     MOVE "N" TO WS-LIFT-FOUND-SWITCH.
021280     MOVE "00" TO WS-BARRED-STATUS.
021300     OPEN I-O BARRED.
021320     IF WS-BARRED-NOT-FOUND
021340         DISPLAY "No barred-persons file yet - nothing to lift."
021360         GO TO 3100-REMOVE-BAR-EXIT
021380     END-IF.
021400     MOVE "N" TO WS-EOF-SWITCH.
021420     MOVE WS-ENTRY-NAME TO BR-NAME.
021440     START BARRED KEY IS EQUAL TO BR-NAME
021460         INVALID KEY
021480             MOVE "Y" TO WS-EOF-SWITCH
021500     END-START.
021520     PERFORM 3110-LIFT-BY-NAME
021540         THRU 3110-LIFT-BY-NAME-EXIT
021560         UNTIL WS-EOF.
021580     MOVE "N" TO WS-EOF-SWITCH.
021600     MOVE WS-ENTRY-NAME(1:10) TO BR-BADGE-ID.
021620     START BARRED KEY IS EQUAL TO BR-BADGE-ID
021640         INVALID KEY
021660             MOVE "Y" TO WS-EOF-SWITCH
021680     END-START.
021700     PERFORM 3120-LIFT-BY-BADGE
021720         THRU 3120-LIFT-BY-BADGE-EXIT
021740         UNTIL WS-EOF.
021760     CLOSE BARRED.
021780     IF WS-LIFT-FOUND
021800         MOVE "BARRDROP" TO WS-AE-CODE
021820         MOVE SPACES TO WS-AE-DETAIL
021840         STRING "LIFTED " WS-ENTRY-NAME
021860             DELIMITED BY SIZE INTO WS-AE-DETAIL
021880         PERFORM 6100-WRITE-AUDIT-EVENT
021900             THRU 6100-WRITE-AUDIT-EVENT-EXIT
021920         DISPLAY "Bar lifted."
021940     ELSE
021960         DISPLAY "No active bar matches that."
021980     END-IF.
022000 3100-REMOVE-BAR-EXIT.
022020     EXIT.
022040*
022060*-----------------------------------------------------------*
022080* 3110-LIFT-BY-NAME - READ THE NEXT ENTRY ON THE NAME KEY    *
022100*                     AND LIFT IT IF IT IS AN ACTIVE BAR FOR *
022120*                     THE NAME ENTERED                       *
022140*-----------------------------------------------------------*
022160 3110-LIFT-BY-NAME.
022180     PERFORM 3900-READ-BARRED
022200         THRU 3900-READ-BARRED-EXIT.
022220     IF WS-EOF
022240         GO TO 3110-LIFT-BY-NAME-EXIT
022260     END-IF.
022280     IF BR-NAME NOT = WS-ENTRY-NAME
022300         MOVE "Y" TO WS-EOF-SWITCH
022320         GO TO 3110-LIFT-BY-NAME-EXIT
022340     END-IF.
022360     PERFORM 3130-LIFT-ONE-ENTRY
022380         THRU 3130-LIFT-ONE-ENTRY-EXIT.
022400 3110-LIFT-BY-NAME-EXIT.
022420     EXIT.
022440*
022460*-----------------------------------------------------------*
022480* 3120-LIFT-BY-BADGE - READ THE NEXT ENTRY ON THE BADGE KEY  *
022500*                      AND LIFT IT IF IT IS AN ACTIVE BAR    *
022520*                      FOR THE BADGE ID ENTERED              *
022540*-----------------------------------------------------------*
022560 3120-LIFT-BY-BADGE.
022580     PERFORM 3900-READ-BARRED
022600         THRU 3900-READ-BARRED-EXIT.
022620     IF WS-EOF
022640         GO TO 3120-LIFT-BY-BADGE-EXIT
022660     END-IF.
022680     IF BR-BADGE-ID NOT = WS-ENTRY-NAME(1:10)
022700         MOVE "Y" TO WS-EOF-SWITCH
022720         GO TO 3120-LIFT-BY-BADGE-EXIT
022740     END-IF.
022760     PERFORM 3130-LIFT-ONE-ENTRY
022780         THRU 3130-LIFT-ONE-ENTRY-EXIT.
022800 3120-LIFT-BY-BADGE-EXIT.
022820     EXIT.
022840*
022860*-----------------------------------------------------------*
022880* 3130-LIFT-ONE-ENTRY - MARK THE ENTRY JUST READ "R" AND     *
022900*                       REWRITE IT, IF IT IS STILL ACTIVE    *
022920*-----------------------------------------------------------*
022940 3130-LIFT-ONE-ENTRY.
022960     IF NOT BR-ACTIVE
022980         GO TO 3130-LIFT-ONE-ENTRY-EXIT
023000     END-IF.
023020     MOVE "R" TO BR-STATUS.
023040     REWRITE BARRED-RECORD
023060         INVALID KEY
023080             CONTINUE
023100         NOT INVALID KEY
023120             MOVE "Y" TO WS-LIFT-FOUND-SWITCH
023140     END-REWRITE.
023160 3130-LIFT-ONE-ENTRY-EXIT.
023180     EXIT.
029700*
029800*-----------------------------------------------------------*
029900* 3200-LIST-BARS - SHOW EVERY ENTRY ON FILE WITH ITS STATUS  *
032000     EXIT.
032100*
032200 3210-LIST-ONE-ENTRY.
032210     ADD 1 TO WS-LIST-COUNT.
032220     DISPLAY BR-ENTRY-NO " " BR-STATUS " " BR-NAME " "
032230         BR-BADGE-ID " " BR-START-DATE "-" BR-END-DATE " "
032240         BR-REASON-CODE.
032600     PERFORM 3900-READ-BARRED
032700         THRU 3900-READ-BARRED-EXIT.
032800 3210-LIST-ONE-ENTRY-EXIT.
032900     EXIT.
033000*
033100*-----------------------------------------------------------*
033200* 3900-READ-BARRED - READ THE NEXT BARRED ENTRY ON THE KEY   *
033220*                    OF REFERENCE                            *
033240*-----------------------------------------------------------*
033260 3900-READ-BARRED.
033280     READ BARRED NEXT RECORD
033300         AT END
033320             MOVE "Y" TO WS-EOF-SWITCH
033340     END-READ.
033360 3900-READ-BARRED-EXIT.
033380     EXIT.
033400*
033420*-----------------------------------------------------------*
033440* 4000-OPEN-BARRED - OPEN (OR CREATE) THE BARRED FILE FOR    *
033460*                    UPDATE                                  *
033480*-----------------------------------------------------------*
033500 4000-OPEN-BARRED.
033520     MOVE "00" TO WS-BARRED-STATUS.
033540     OPEN I-O BARRED.
033560     IF WS-BARRED-NOT-FOUND
033580         OPEN OUTPUT BARRED
033600         CLOSE BARRED
033620         OPEN I-O BARRED
033640     END-IF.
033660 4000-OPEN-BARRED-EXIT.
033680     EXIT.
033700*
033720*-----------------------------------------------------------*
033740* 4100-FIND-LAST-ENTRY - READ THROUGH THE FILE IN ENTRY      *
033760*                        NUMBER ORDER FOR THE HIGHEST ENTRY  *
033780*                        NUMBER IN USE                       *
033800*-----------------------------------------------------------*
033820 4100-FIND-LAST-ENTRY.
033840     MOVE 0 TO WS-LAST-ENTRY-NO.
033860     MOVE "N" TO WS-EOF-SWITCH.
033880     PERFORM 4110-NOTE-ONE-ENTRY
033900         THRU 4110-NOTE-ONE-ENTRY-EXIT
033920         UNTIL WS-EOF.
033940 4100-FIND-LAST-ENTRY-EXIT.
033960     EXIT.
033980*
034000 4110-NOTE-ONE-ENTRY.
034020     PERFORM 3900-READ-BARRED
034040         THRU 3900-READ-BARRED-EXIT.
034060     IF NOT WS-EOF
034080         MOVE BR-ENTRY-NO TO WS-LAST-ENTRY-NO
034100     END-IF.
034120 4110-NOTE-ONE-ENTRY-EXIT.
034140     EXIT.
036400*
036500*-----------------------------------------------------------*
036600* 6000-OPEN-AUDITLOG - OPEN (OR CREATE) THE SHARED AUDIT LOG *
