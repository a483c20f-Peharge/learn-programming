000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TMPBLOAD.
000300 AUTHOR. R HALVORSEN.
000400 INSTALLATION. FRONT DESK SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                       *
001000*-----------------------------------------------------------*
001100* 2026-10-15 RH   ORIGINAL VERSION - ONE-TIME CONVERSION OF  *
001200*                 THE SEQUENTIAL TEMPORARY BADGE FILE        *
001300*                 (TMPBSEQ) TO THE INDEXED TMPBADG FILE.     *
001400*-----------------------------------------------------------*
001500*
001600*-----------------------------------------------------------*
001700* READS THE OLD SEQUENTIAL TEMPORARY BADGE FILE (TMPBSEQ)    *
001800* TOP TO BOTTOM AND WRITES EACH RECORD TO THE NEW INDEXED    *
001900* TMPBADG FILE (PRIME KEY TB-BADGE-ID). THE OLD ISSUE RUN    *
002000* BUILT AN ID FROM THE TIME OF DAY, SO THE SAME ID CAN TURN  *
002100* UP ON TWO DAYS. THE OLD FILE WAS WRITTEN IN ISSUE ORDER,   *
002200* SO THE LATER RECORD IS THE ONE STILL IN USE - IT REPLACES  *
002300* THE EARLIER ONE, AND THE EARLIER ONE IS LISTED ON THE      *
002400* LOADRPT CONTROL REPORT.                                    *
002500*-----------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT TMPBSEQ ASSIGN TO "TMPBSEQ"
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS WS-TMPBSEQ-STATUS.
003300     SELECT TMPBADG ASSIGN TO "TMPBADG"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS RANDOM
003600         RECORD KEY IS TB-BADGE-ID
003700         FILE STATUS IS WS-TMPBADG-STATUS.
003800     SELECT LOADRPT ASSIGN TO "LOADRPT"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-LOADRPT-STATUS.
004100
004200 DATA DIVISION.
004300
004400 FILE SECTION.
004500 FD  TMPBSEQ
004600     RECORD CONTAINS 100 CHARACTERS.
004700 01  TMPBSEQ-RECORD          PIC X(100).
004800
004900 FD  TMPBADG
005000     RECORD CONTAINS 100 CHARACTERS.
005100     COPY "TMPBADGE.CPY".
005200
005300 FD  LOADRPT
005400     RECORD CONTAINS 80 CHARACTERS.
005500 01  LOADRPT-LINE            PIC X(80).
005600
005700 WORKING-STORAGE SECTION.
005800*
005900*-----------------------------------------------------------*
006000* SWITCHES AND FILE STATUS FIELDS                            *
006100*-----------------------------------------------------------*
006200 77  WS-TMPBSEQ-STATUS       PIC X(02)   VALUE "00".
006300     88  WS-TMPBSEQ-EOF                  VALUE "10".
006400 77  WS-TMPBADG-STATUS        PIC X(02)   VALUE "00".
006500     88  WS-TMPBADG-DUP-KEY              VALUE "22".
006600 77  WS-LOADRPT-STATUS       PIC X(02)   VALUE "00".
006700 77  WS-EOF-SWITCH           PIC X(01)   VALUE "N".
006800     88  WS-EOF                          VALUE "Y".
006900*
007000*-----------------------------------------------------------*
007100* RUN DATE AND COUNTERS                                      *
007200*-----------------------------------------------------------*
007300 01  WS-CURRENT-DATE-TIME.
007400     05  WS-RUN-DATE         PIC 9(08).
007500     05  FILLER              PIC X(13).
007600 77  WS-READ-COUNT           PIC 9(05) COMP VALUE 0.
007700 77  WS-LOADED-COUNT         PIC 9(05) COMP VALUE 0.
007800 77  WS-REJECT-COUNT         PIC 9(05) COMP VALUE 0.
007900*
008000*-----------------------------------------------------------*
008100* REPORT LINE LAYOUTS                                        *
008200*-----------------------------------------------------------*
008300 01  WS-REJECT-LINE.
008400     05  FILLER              PIC X(17)
008500         VALUE "*** REPLACED ID  ".
008600     05  WS-RJ-ID            PIC X(10).
008700     05  FILLER              PIC X(03)   VALUE " - ".
008800     05  WS-RJ-NAME          PIC X(30).
008900     05  FILLER              PIC X(01)   VALUE SPACE.
009000     05  WS-RJ-ISSUE-DATE    PIC 9(08).
009100     05  FILLER              PIC X(11)   VALUE SPACES.
009200 01  WS-TOTAL-LINE.
009300     05  FILLER              PIC X(14)   VALUE "RECORDS READ: ".
009400     05  WS-TL-READ          PIC ZZZZ9.
009500     05  FILLER              PIC X(10)   VALUE "   LOADED:".
009600     05  WS-TL-LOADED        PIC ZZZZ9.
009700     05  FILLER              PIC X(12)   VALUE "   REPLACED:".
009800     05  WS-TL-REJECT        PIC ZZZZ9.
009900     05  FILLER              PIC X(19)   VALUE SPACES.
010000
010100 PROCEDURE DIVISION.
010200
010300 0000-MAINLINE.
010400     PERFORM 1000-INITIALIZE
010500         THRU 1000-INITIALIZE-EXIT.
010600     PERFORM 2000-LOAD-ONE-RECORD
010700         THRU 2000-LOAD-ONE-RECORD-EXIT
010800         UNTIL WS-EOF.
010900     PERFORM 8000-PRINT-SUMMARY
011000         THRU 8000-PRINT-SUMMARY-EXIT.
011100     PERFORM 9000-TERMINATE
011200         THRU 9000-TERMINATE-EXIT.
011300     STOP RUN.
011400
011500*-----------------------------------------------------------*
011600* 1000-INITIALIZE - OPEN FILES, WRITE HEADING, PRIMING READ  *
011700*-----------------------------------------------------------*
011800 1000-INITIALIZE.
011900     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
012000     OPEN INPUT TMPBSEQ.
012100     OPEN OUTPUT TMPBADG.
012200     CLOSE TMPBADG.
012300     OPEN I-O TMPBADG.
012400     OPEN OUTPUT LOADRPT.
012500     MOVE SPACES TO LOADRPT-LINE.
012600     STRING "TMPBADG CONVERSION LOAD            RUN DATE "
012700         DELIMITED BY SIZE
012800         WS-RUN-DATE
012900         DELIMITED BY SIZE
013000         INTO LOADRPT-LINE.
013100     WRITE LOADRPT-LINE.
013200     MOVE ALL "-" TO LOADRPT-LINE.
013300     WRITE LOADRPT-LINE.
013400     PERFORM 2900-READ-TMPBSEQ
013500         THRU 2900-READ-TMPBSEQ-EXIT.
013600 1000-INITIALIZE-EXIT.
013700     EXIT.
013800*
013900*-----------------------------------------------------------*
014000* 2000-LOAD-ONE-RECORD - WRITE ONE BADGE TO THE NEW FILE,    *
014100*                        REPLACING AN EARLIER SAME ID        *
014200*-----------------------------------------------------------*
014300 2000-LOAD-ONE-RECORD.
014400     ADD 1 TO WS-READ-COUNT.
014500     MOVE TMPBSEQ-RECORD TO TMPBADGE-RECORD.
014600     WRITE TMPBADGE-RECORD
014700         INVALID KEY
014800             PERFORM 2100-REPLACE-DUPLICATE
014900                 THRU 2100-REPLACE-DUPLICATE-EXIT
015000         NOT INVALID KEY
015100             ADD 1 TO WS-LOADED-COUNT
015200     END-WRITE.
015300     PERFORM 2900-READ-TMPBSEQ
015400         THRU 2900-READ-TMPBSEQ-EXIT.
015500 2000-LOAD-ONE-RECORD-EXIT.
015600     EXIT.
015700*
015800*-----------------------------------------------------------*
015900* 2100-REPLACE-DUPLICATE - REPORT THE EARLIER BADGE UNDER    *
016000*                          THIS ID, THEN REWRITE IT WITH     *
016100*                          THE LATER ONE                     *
016200*-----------------------------------------------------------*
016300 2100-REPLACE-DUPLICATE.
016400     ADD 1 TO WS-REJECT-COUNT.
016500     READ TMPBADG
016600         INVALID KEY
016700             MOVE TMPBSEQ-RECORD TO TMPBADGE-RECORD
016800     END-READ.
016900     MOVE TB-BADGE-ID TO WS-RJ-ID.
017000     MOVE TB-NAME TO WS-RJ-NAME.
017100     MOVE TB-ISSUE-DATE TO WS-RJ-ISSUE-DATE.
017200     WRITE LOADRPT-LINE FROM WS-REJECT-LINE.
017300     MOVE TMPBSEQ-RECORD TO TMPBADGE-RECORD.
017400     REWRITE TMPBADGE-RECORD
017500         INVALID KEY
017600             CONTINUE
017700     END-REWRITE.
017800 2100-REPLACE-DUPLICATE-EXIT.
017900     EXIT.
018000*
018100*-----------------------------------------------------------*
018200* 2900-READ-TMPBSEQ - READ THE NEXT OLD BADGE RECORD         *
018300*-----------------------------------------------------------*
018400 2900-READ-TMPBSEQ.
018500     READ TMPBSEQ
018600         AT END
018700             MOVE "Y" TO WS-EOF-SWITCH
018800     END-READ.
018900 2900-READ-TMPBSEQ-EXIT.
019000     EXIT.
019100*
019200*-----------------------------------------------------------*
019300* 8000-PRINT-SUMMARY - READ/LOADED/REPLACED CONTROL TOTALS   *
019400*-----------------------------------------------------------*
019500 8000-PRINT-SUMMARY.
019600     MOVE ALL "-" TO LOADRPT-LINE.
019700     WRITE LOADRPT-LINE.
019800     MOVE WS-READ-COUNT TO WS-TL-READ.
019900     MOVE WS-LOADED-COUNT TO WS-TL-LOADED.
020000     MOVE WS-REJECT-COUNT TO WS-TL-REJECT.
020100     WRITE LOADRPT-LINE FROM WS-TOTAL-LINE.
020200 8000-PRINT-SUMMARY-EXIT.
020300     EXIT.
020400*
020500*-----------------------------------------------------------*
020600* 9000-TERMINATE - CLOSE FILES                               *
020700*-----------------------------------------------------------*
020800 9000-TERMINATE.
020900     CLOSE TMPBSEQ.
021000     CLOSE TMPBADG.
021100     CLOSE LOADRPT.
021200 9000-TERMINATE-EXIT.
021300     EXIT.
