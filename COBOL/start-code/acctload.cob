000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ACCTLOAD.
000300 AUTHOR. R HALVORSEN.
000400 INSTALLATION. FRONT DESK SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                       *
001000*-----------------------------------------------------------*
001100* 2026-10-15 RH   ORIGINAL VERSION - ONE-TIME CONVERSION OF  *
001200*                 THE SEQUENTIAL BADGE REGISTER (ACCTSEQ) TO *
001300*                 THE INDEXED ACCTRL FILE.                   *
001400*-----------------------------------------------------------*
001500*
001600*-----------------------------------------------------------*
001700* READS THE OLD SEQUENTIAL BADGE REGISTER (ACCTSEQ) TOP TO   *
001800* BOTTOM AND WRITES EACH RECORD TO THE NEW INDEXED ACCTRL    *
001900* FILE (PRIME KEY AC-BADGE-ID). A BADGE ID ALREADY ON THE    *
002000* NEW FILE IS REJECTED TO THE LOADRPT CONTROL REPORT INSTEAD *
002100* OF LOADED - SECURITY DECIDES WHICH HOLDER KEEPS THE BADGE  *
002200* AND REISSUES THE OTHER THROUGH BADGEMNT.                   *
002300*-----------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT ACCTSEQ ASSIGN TO "ACCTSEQ"
002900         ORGANIZATION IS SEQUENTIAL
003000         FILE STATUS IS WS-ACCTSEQ-STATUS.
003100     SELECT ACCTRL ASSIGN TO "ACCTRL"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS RANDOM
003400         RECORD KEY IS AC-BADGE-ID
003500         FILE STATUS IS WS-ACCTRL-STATUS.
003600     SELECT LOADRPT ASSIGN TO "LOADRPT"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-LOADRPT-STATUS.
003900
004000 DATA DIVISION.
004100
004200 FILE SECTION.
004300 FD  ACCTSEQ
004400     RECORD CONTAINS 100 CHARACTERS.
004500 01  ACCTSEQ-RECORD          PIC X(100).
004600
004700 FD  ACCTRL
004800     RECORD CONTAINS 100 CHARACTERS.
004900     COPY "ACCTRL.CPY".
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
006000 77  WS-ACCTSEQ-STATUS       PIC X(02)   VALUE "00".
006100     88  WS-ACCTSEQ-EOF                  VALUE "10".
006200 77  WS-ACCTRL-STATUS        PIC X(02)   VALUE "00".
006300     88  WS-ACCTRL-DUP-KEY               VALUE "22".
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
008600     05  WS-RJ-NAME          PIC X(30).
008700     05  FILLER              PIC X(20)   VALUE SPACES.
008800 01  WS-TOTAL-LINE.
008900     05  FILLER              PIC X(14)   VALUE "RECORDS READ: ".
009000     05  WS-TL-READ          PIC ZZZZ9.
009100     05  FILLER              PIC X(10)   VALUE "   LOADED:".
009200     05  WS-TL-LOADED        PIC ZZZZ9.
009300     05  FILLER              PIC X(12)   VALUE "   REJECTED:".
009400     05  WS-TL-REJECT        PIC ZZZZ9.
009500     05  FILLER              PIC X(19)   VALUE SPACES.
009600
009700 PROCEDURE DIVISION.
009800
009900 0000-MAINLINE.
010000     PERFORM 1000-INITIALIZE
010100         THRU 1000-INITIALIZE-EXIT.
010200     PERFORM 2000-LOAD-ONE-RECORD
010300         THRU 2000-LOAD-ONE-RECORD-EXIT
010400         UNTIL WS-EOF.
010500     PERFORM 8000-PRINT-SUMMARY
010600         THRU 8000-PRINT-SUMMARY-EXIT.
010700     PERFORM 9000-TERMINATE
010800         THRU 9000-TERMINATE-EXIT.
010900     STOP RUN.
011000
011100*-----------------------------------------------------------*
011200* 1000-INITIALIZE - OPEN FILES, WRITE HEADING, PRIMING READ  *
011300*-----------------------------------------------------------*
011400 1000-INITIALIZE.
011500     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
011600     OPEN INPUT ACCTSEQ.
011700     OPEN OUTPUT ACCTRL.
011800     OPEN OUTPUT LOADRPT.
011900     MOVE SPACES TO LOADRPT-LINE.
012000     STRING "ACCTRL CONVERSION LOAD             RUN DATE "
012100         DELIMITED BY SIZE
012200         WS-RUN-DATE
012300         DELIMITED BY SIZE
012400         INTO LOADRPT-LINE.
012500     WRITE LOADRPT-LINE.
012600     MOVE ALL "-" TO LOADRPT-LINE.
012700     WRITE LOADRPT-LINE.
012800     PERFORM 2900-READ-ACCTSEQ
012900         THRU 2900-READ-ACCTSEQ-EXIT.
013000 1000-INITIALIZE-EXIT.
013100     EXIT.
013200*
013300*-----------------------------------------------------------*
013400* 2000-LOAD-ONE-RECORD - WRITE ONE BADGE TO THE NEW FILE,    *
013500*                        REJECTING A DUPLICATE BADGE ID      *
013600*-----------------------------------------------------------*
013700 2000-LOAD-ONE-RECORD.
013800     ADD 1 TO WS-READ-COUNT.
013900     MOVE ACCTSEQ-RECORD TO ACCTRL-RECORD.
014000     WRITE ACCTRL-RECORD
014100         INVALID KEY
014200             PERFORM 2100-REJECT-DUPLICATE
014300                 THRU 2100-REJECT-DUPLICATE-EXIT
014400         NOT INVALID KEY
014500             ADD 1 TO WS-LOADED-COUNT
014600     END-WRITE.
014700     PERFORM 2900-READ-ACCTSEQ
014800         THRU 2900-READ-ACCTSEQ-EXIT.
014900 2000-LOAD-ONE-RECORD-EXIT.
015000     EXIT.
015100*
015200*-----------------------------------------------------------*
015300* 2100-REJECT-DUPLICATE - REPORT ONE DUPLICATE-ID BADGE      *
015400*-----------------------------------------------------------*
015500 2100-REJECT-DUPLICATE.
015600     ADD 1 TO WS-REJECT-COUNT.
015700     MOVE AC-BADGE-ID TO WS-RJ-ID.
015800     MOVE AC-HOLDER-NAME TO WS-RJ-NAME.
015900     WRITE LOADRPT-LINE FROM WS-REJECT-LINE.
016000 2100-REJECT-DUPLICATE-EXIT.
016100     EXIT.
016200*
016300*-----------------------------------------------------------*
016400* 2900-READ-ACCTSEQ - READ THE NEXT OLD REGISTER RECORD      *
016500*-----------------------------------------------------------*
016600 2900-READ-ACCTSEQ.
016700     READ ACCTSEQ
016800         AT END
016900             MOVE "Y" TO WS-EOF-SWITCH
017000     END-READ.
017100 2900-READ-ACCTSEQ-EXIT.
017200     EXIT.
017300*
017400*-----------------------------------------------------------*
017500* 8000-PRINT-SUMMARY - READ/LOADED/REJECTED CONTROL TOTALS   *
017600*-----------------------------------------------------------*
017700 8000-PRINT-SUMMARY.
017800     MOVE ALL "-" TO LOADRPT-LINE.
017900     WRITE LOADRPT-LINE.
018000     MOVE WS-READ-COUNT TO WS-TL-READ.
018100     MOVE WS-LOADED-COUNT TO WS-TL-LOADED.
018200     MOVE WS-REJECT-COUNT TO WS-TL-REJECT.
018300     WRITE LOADRPT-LINE FROM WS-TOTAL-LINE.
018400 8000-PRINT-SUMMARY-EXIT.
018500     EXIT.
018600*
018700*-----------------------------------------------------------*
018800* 9000-TERMINATE - CLOSE FILES                               *
018900*-----------------------------------------------------------*
019000 9000-TERMINATE.
019100     CLOSE ACCTSEQ.
019200     CLOSE ACCTRL.
019300     CLOSE LOADRPT.
019400 9000-TERMINATE-EXIT.
019500     EXIT.
