000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LOCKLOAD.
000300 AUTHOR. R HALVORSEN.
000400 INSTALLATION. FRONT DESK SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                       *
001000*-----------------------------------------------------------*
001100* 2026-10-15 RH   ORIGINAL VERSION - ONE-TIME CONVERSION OF  *
001200*                 THE SEQUENTIAL LOCKOUT FILE (LOCKSEQ) TO   *
001300*                 THE INDEXED BADGLOCK FILE.                 *
001400*-----------------------------------------------------------*
001500*
001600*-----------------------------------------------------------*
001700* READS THE OLD SEQUENTIAL LOCKOUT FILE (LOCKSEQ) TOP TO     *
001800* BOTTOM AND WRITES EACH RECORD TO THE NEW INDEXED BADGLOCK  *
001900* FILE (PRIME KEY LK-BADGE-ID). A BADGE ID ALREADY ON THE    *
002000* NEW FILE IS REJECTED TO THE LOADRPT CONTROL REPORT INSTEAD *
002100* OF LOADED, WITH ITS FAILURE COUNT AND STATUS - IF IT WAS   *
002200* LOCKED, A SUPERVISOR CHECKS THE LOADED ENTRY IN LOCKMNT.   *
002300*-----------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT LOCKSEQ ASSIGN TO "LOCKSEQ"
002900         ORGANIZATION IS SEQUENTIAL
003000         FILE STATUS IS WS-LOCKSEQ-STATUS.
003100     SELECT BADGLOCK ASSIGN TO "BADGLOCK"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS RANDOM
003400         RECORD KEY IS LK-BADGE-ID
003500         FILE STATUS IS WS-BADGLOCK-STATUS.
003600     SELECT LOADRPT ASSIGN TO "LOADRPT"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-LOADRPT-STATUS.
003900
004000 DATA DIVISION.
004100
004200 FILE SECTION.
004300 FD  LOCKSEQ
004400     RECORD CONTAINS 40 CHARACTERS.
004500 01  LOCKSEQ-RECORD          PIC X(40).
004600
004700 FD  BADGLOCK
004800     RECORD CONTAINS 40 CHARACTERS.
004900     COPY "BADGLOCK.CPY".
005000
005100 FD  LOADRPT
005200     RECORD CONTAINS 80 CHARACTERS.
005300 01  LOADRPT-LINE            PIC X(80).
005400
005500 WORKING-STORAGE SECTION.
005600*
005700*-----------------------------------------------------------*
005800* SWITCHES AND FILE STATUS FIELDS                            *
005900*-----------------------------------------------------------*
006000 77  WS-LOCKSEQ-STATUS       PIC X(02)   VALUE "00".
006100     88  WS-LOCKSEQ-EOF                  VALUE "10".
006200 77  WS-BADGLOCK-STATUS      PIC X(02)   VALUE "00".
006300     88  WS-BADGLOCK-DUP-KEY             VALUE "22".
006400 77  WS-LOADRPT-STATUS       PIC X(02)   VALUE "00".
006500 77  WS-EOF-SWITCH           PIC X(01)   VALUE "N".
006600     88  WS-EOF                          VALUE "Y".
006700*
006800*-----------------------------------------------------------*
006900* RUN DATE AND COUNTERS                                      *
007000*-----------------------------------------------------------*
007100 01  WS-CURRENT-DATE-TIME.
007200     05  WS-RUN-DATE         PIC 9(08).
007300     05  FILLER              PIC X(13).
007400 77  WS-READ-COUNT           PIC 9(05) COMP VALUE 0.
007500 77  WS-LOADED-COUNT         PIC 9(05) COMP VALUE 0.
007600 77  WS-REJECT-COUNT         PIC 9(05) COMP VALUE 0.
007700*
007800*-----------------------------------------------------------*
007900* REPORT LINE LAYOUTS                                        *
008000*-----------------------------------------------------------*
008100 01  WS-REJECT-LINE.
008200     05  FILLER              PIC X(17)
008300         VALUE "*** DUPLICATE ID ".
008400     05  WS-RJ-ID            PIC X(10).
008500     05  FILLER              PIC X(03)   VALUE " - ".
008600     05  FILLER              PIC X(09)   VALUE "FAILURES ".
008700     05  WS-RJ-FAIL-COUNT    PIC Z9.
008800     05  FILLER              PIC X(09)   VALUE "  STATUS ".
008900     05  WS-RJ-STATUS        PIC X(01).
009000     05  FILLER              PIC X(29)   VALUE SPACES.
009100 01  WS-TOTAL-LINE.
009200     05  FILLER              PIC X(14)   VALUE "RECORDS READ: ".
009300     05  WS-TL-READ          PIC ZZZZ9.
009400     05  FILLER              PIC X(10)   VALUE "   LOADED:".
009500     05  WS-TL-LOADED        PIC ZZZZ9.
009600     05  FILLER              PIC X(12)   VALUE "   REJECTED:".
009700     05  WS-TL-REJECT        PIC ZZZZ9.
009800     05  FILLER              PIC X(19)   VALUE SPACES.
009900
010000 PROCEDURE DIVISION.
010100
010200 0000-MAINLINE.
010300     PERFORM 1000-INITIALIZE
010400         THRU 1000-INITIALIZE-EXIT.
010500     PERFORM 2000-LOAD-ONE-RECORD
010600         THRU 2000-LOAD-ONE-RECORD-EXIT
010700         UNTIL WS-EOF.
010800     PERFORM 8000-PRINT-SUMMARY
010900         THRU 8000-PRINT-SUMMARY-EXIT.
011000     PERFORM 9000-TERMINATE
011100         THRU 9000-TERMINATE-EXIT.
011200     STOP RUN.
011300
011400*-----------------------------------------------------------*
011500* 1000-INITIALIZE - OPEN FILES, WRITE HEADING, PRIMING READ  *
011600*-----------------------------------------------------------*
011700 1000-INITIALIZE.
011800     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
011900     OPEN INPUT LOCKSEQ.
012000     OPEN OUTPUT BADGLOCK.
012100     OPEN OUTPUT LOADRPT.
012200     MOVE SPACES TO LOADRPT-LINE.
012300     STRING "BADGLOCK CONVERSION LOAD           RUN DATE "
012400         DELIMITED BY SIZE
012500         WS-RUN-DATE
012600         DELIMITED BY SIZE
012700         INTO LOADRPT-LINE.
012800     WRITE LOADRPT-LINE.
012900     MOVE ALL "-" TO LOADRPT-LINE.
013000     WRITE LOADRPT-LINE.
013100     PERFORM 2900-READ-LOCKSEQ
013200         THRU 2900-READ-LOCKSEQ-EXIT.
013300 1000-INITIALIZE-EXIT.
013400     EXIT.
013500*
013600*-----------------------------------------------------------*
013700* 2000-LOAD-ONE-RECORD - WRITE ONE ENTRY TO THE NEW FILE,    *
013800*                        REJECTING A DUPLICATE BADGE ID      *
013900*-----------------------------------------------------------*
014000 2000-LOAD-ONE-RECORD.
014100     ADD 1 TO WS-READ-COUNT.
014200     MOVE LOCKSEQ-RECORD TO BADGLOCK-RECORD.
014300     WRITE BADGLOCK-RECORD
014400         INVALID KEY
014500             PERFORM 2100-REJECT-DUPLICATE
014600                 THRU 2100-REJECT-DUPLICATE-EXIT
014700         NOT INVALID KEY
014800             ADD 1 TO WS-LOADED-COUNT
014900     END-WRITE.
015000     PERFORM 2900-READ-LOCKSEQ
015100         THRU 2900-READ-LOCKSEQ-EXIT.
015200 2000-LOAD-ONE-RECORD-EXIT.
015300     EXIT.
015400*
015500*-----------------------------------------------------------*
015600* 2100-REJECT-DUPLICATE - REPORT ONE DUPLICATE-ID ENTRY      *
015700*-----------------------------------------------------------*
015800 2100-REJECT-DUPLICATE.
015900     ADD 1 TO WS-REJECT-COUNT.
016000     MOVE LK-BADGE-ID TO WS-RJ-ID.
016100     MOVE LK-FAIL-COUNT TO WS-RJ-FAIL-COUNT.
016200     MOVE LK-STATUS TO WS-RJ-STATUS.
016300     WRITE LOADRPT-LINE FROM WS-REJECT-LINE.
016400 2100-REJECT-DUPLICATE-EXIT.
016500     EXIT.
016600*
016700*-----------------------------------------------------------*
016800* 2900-READ-LOCKSEQ - READ THE NEXT OLD LOCKOUT RECORD       *
016900*-----------------------------------------------------------*
017000 2900-READ-LOCKSEQ.
017100     READ LOCKSEQ
017200         AT END
017300             MOVE "Y" TO WS-EOF-SWITCH
017400     END-READ.
017500 2900-READ-LOCKSEQ-EXIT.
017600     EXIT.
017700*
017800*-----------------------------------------------------------*
017900* 8000-PRINT-SUMMARY - READ/LOADED/REJECTED CONTROL TOTALS   *
018000*-----------------------------------------------------------*
018100 8000-PRINT-SUMMARY.
018200     MOVE ALL "-" TO LOADRPT-LINE.
018300     WRITE LOADRPT-LINE.
018400     MOVE WS-READ-COUNT TO WS-TL-READ.
018500     MOVE WS-LOADED-COUNT TO WS-TL-LOADED.
018600     MOVE WS-REJECT-COUNT TO WS-TL-REJECT.
018700     WRITE LOADRPT-LINE FROM WS-TOTAL-LINE.
018800 8000-PRINT-SUMMARY-EXIT.
018900     EXIT.
019000*
019100*-----------------------------------------------------------*
019200* 9000-TERMINATE - CLOSE FILES                               *
019300*-----------------------------------------------------------*
019400 9000-TERMINATE.
019500     CLOSE LOCKSEQ.
019600     CLOSE BADGLOCK.
019700     CLOSE LOADRPT.
019800 9000-TERMINATE-EXIT.
019900     EXIT.
