000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PREGLOAD.
000300 AUTHOR. R HALVORSEN.
000400 INSTALLATION. FRONT DESK SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                       *
001000*-----------------------------------------------------------*
001100* 2026-10-15 RH   ORIGINAL VERSION - ONE-TIME CONVERSION OF  *
001200*                 THE SEQUENTIAL PRE-REGISTRATION FILE       *
001300*                 (PREGSEQ) TO THE INDEXED PREREG FILE.      *
001400*-----------------------------------------------------------*
001500*
001600*-----------------------------------------------------------*
001700* READS THE OLD SEQUENTIAL PRE-REGISTRATION FILE (PREGSEQ)   *
001800* TOP TO BOTTOM AND WRITES EACH RECORD TO THE NEW INDEXED    *
001900* PREREG FILE (PRIME KEY PR-REF-CODE, ALTERNATE KEY          *
002000* PR-BOOKING-KEY WITH DUPLICATES). A REFERENCE CODE ALREADY  *
002100* ON THE NEW FILE IS REJECTED TO THE LOADRPT CONTROL REPORT  *
002200* INSTEAD OF LOADED, WITH THE VISITOR AND DATE IT WAS GIVEN  *
002300* FOR. ENTRIES ARE LOADED AS THEY STAND - THE NEXT ROSTRBLD  *
002400* RUN DELETES ANY MORE THAN A WEEK PAST THEIR DATE.          *
002500*-----------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT PREGSEQ ASSIGN TO "PREGSEQ"
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS WS-PREGSEQ-STATUS.
003300     SELECT PREREG ASSIGN TO "PREREG"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS RANDOM
003600         RECORD KEY IS PR-REF-CODE
003700         ALTERNATE RECORD KEY IS PR-BOOKING-KEY
003800             WITH DUPLICATES
003900         FILE STATUS IS WS-PREREG-STATUS.
004000     SELECT LOADRPT ASSIGN TO "LOADRPT"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-LOADRPT-STATUS.
004300
004400 DATA DIVISION.
004500
004600 FILE SECTION.
004700 FD  PREGSEQ
004800     RECORD CONTAINS 100 CHARACTERS.
004900 01  PREGSEQ-RECORD          PIC X(100).
005000
005100 FD  PREREG
005200     RECORD CONTAINS 100 CHARACTERS.
005300     COPY "PREREG.CPY".
005400
005500 FD  LOADRPT
005600     RECORD CONTAINS 80 CHARACTERS.
005700 01  LOADRPT-LINE            PIC X(80).
005800
005900 WORKING-STORAGE SECTION.
006000*
006100*-----------------------------------------------------------*
006200* SWITCHES AND FILE STATUS FIELDS                            *
006300*-----------------------------------------------------------*
006400 77  WS-PREGSEQ-STATUS       PIC X(02)   VALUE "00".
006500     88  WS-PREGSEQ-EOF                  VALUE "10".
006600 77  WS-PREREG-STATUS        PIC X(02)   VALUE "00".
006700     88  WS-PREREG-DUP-KEY               VALUE "22".
006800 77  WS-LOADRPT-STATUS       PIC X(02)   VALUE "00".
006900 77  WS-EOF-SWITCH           PIC X(01)   VALUE "N".
007000     88  WS-EOF                          VALUE "Y".
007100*
007200*-----------------------------------------------------------*
007300* RUN DATE AND COUNTERS                                      *
007400*-----------------------------------------------------------*
007500 01  WS-CURRENT-DATE-TIME.
007600     05  WS-RUN-DATE         PIC 9(08).
007700     05  FILLER              PIC X(13).
007800 77  WS-READ-COUNT           PIC 9(05) COMP VALUE 0.
007900 77  WS-LOADED-COUNT         PIC 9(05) COMP VALUE 0.
008000 77  WS-REJECT-COUNT         PIC 9(05) COMP VALUE 0.
008100*
008200*-----------------------------------------------------------*
008300* REPORT LINE LAYOUTS                                        *
008400*-----------------------------------------------------------*
008500 01  WS-REJECT-LINE.
008600     05  FILLER              PIC X(19)
008700         VALUE "*** DUPLICATE CODE ".
008800     05  WS-RJ-CODE          PIC X(06).
008900     05  FILLER              PIC X(03)   VALUE " - ".
009000     05  WS-RJ-NAME          PIC X(30).
009100     05  FILLER              PIC X(07)   VALUE "  DATE ".
009200     05  WS-RJ-DATE          PIC 9(08).
009300     05  FILLER              PIC X(07)   VALUE SPACES.
009400 01  WS-TOTAL-LINE.
009500     05  FILLER              PIC X(14)   VALUE "RECORDS READ: ".
009600     05  WS-TL-READ          PIC ZZZZ9.
009700     05  FILLER              PIC X(10)   VALUE "   LOADED:".
009800     05  WS-TL-LOADED        PIC ZZZZ9.
009900     05  FILLER              PIC X(12)   VALUE "   REJECTED:".
010000     05  WS-TL-REJECT        PIC ZZZZ9.
010100     05  FILLER              PIC X(19)   VALUE SPACES.
010200
010300 PROCEDURE DIVISION.
010400
010500 0000-MAINLINE.
010600     PERFORM 1000-INITIALIZE
010700         THRU 1000-INITIALIZE-EXIT.
010800     PERFORM 2000-LOAD-ONE-RECORD
010900         THRU 2000-LOAD-ONE-RECORD-EXIT
011000         UNTIL WS-EOF.
011100     PERFORM 8000-PRINT-SUMMARY
011200         THRU 8000-PRINT-SUMMARY-EXIT.
011300     PERFORM 9000-TERMINATE
011400         THRU 9000-TERMINATE-EXIT.
011500     STOP RUN.
011600
011700*-----------------------------------------------------------*
011800* 1000-INITIALIZE - OPEN FILES, WRITE HEADING, PRIMING READ  *
011900*-----------------------------------------------------------*
012000 1000-INITIALIZE.
012100     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
012200     OPEN INPUT PREGSEQ.
012300     OPEN OUTPUT PREREG.
012400     OPEN OUTPUT LOADRPT.
012500     MOVE SPACES TO LOADRPT-LINE.
012600     STRING "PREREG CONVERSION LOAD             RUN DATE "
012700         DELIMITED BY SIZE
012800         WS-RUN-DATE
012900         DELIMITED BY SIZE
013000         INTO LOADRPT-LINE.
013100     WRITE LOADRPT-LINE.
013200     MOVE ALL "-" TO LOADRPT-LINE.
013300     WRITE LOADRPT-LINE.
013400     PERFORM 2900-READ-PREGSEQ
013500         THRU 2900-READ-PREGSEQ-EXIT.
013600 1000-INITIALIZE-EXIT.
013700     EXIT.
013800*
013900*-----------------------------------------------------------*
014000* 2000-LOAD-ONE-RECORD - WRITE ONE ENTRY TO THE NEW FILE,    *
014100*                        REJECTING A DUPLICATE CODE          *
014200*-----------------------------------------------------------*
014300 2000-LOAD-ONE-RECORD.
014400     ADD 1 TO WS-READ-COUNT.
014500     MOVE PREGSEQ-RECORD TO PREREG-RECORD.
014600     WRITE PREREG-RECORD
014700         INVALID KEY
014800             PERFORM 2100-REJECT-DUPLICATE
014900                 THRU 2100-REJECT-DUPLICATE-EXIT
015000         NOT INVALID KEY
015100             ADD 1 TO WS-LOADED-COUNT
015200     END-WRITE.
015300     PERFORM 2900-READ-PREGSEQ
015400         THRU 2900-READ-PREGSEQ-EXIT.
015500 2000-LOAD-ONE-RECORD-EXIT.
015600     EXIT.
015700*
015800*-----------------------------------------------------------*
015900* 2100-REJECT-DUPLICATE - REPORT ONE DUPLICATE-CODE ENTRY    *
016000*-----------------------------------------------------------*
016100 2100-REJECT-DUPLICATE.
016200     ADD 1 TO WS-REJECT-COUNT.
016300     MOVE PR-REF-CODE TO WS-RJ-CODE.
016400     MOVE PR-NAME TO WS-RJ-NAME.
016500     MOVE PR-EXPECTED-DATE TO WS-RJ-DATE.
016600     WRITE LOADRPT-LINE FROM WS-REJECT-LINE.
016700 2100-REJECT-DUPLICATE-EXIT.
016800     EXIT.
016900*
017000*-----------------------------------------------------------*
017100* 2900-READ-PREGSEQ - READ THE NEXT OLD PRE-REGISTRATION     *
017200*                     RECORD                                 *
017300*-----------------------------------------------------------*
017400 2900-READ-PREGSEQ.
017500     READ PREGSEQ
017600         AT END
017700             MOVE "Y" TO WS-EOF-SWITCH
017800     END-READ.
017900 2900-READ-PREGSEQ-EXIT.
018000     EXIT.
018100*
018200*-----------------------------------------------------------*
018300* 8000-PRINT-SUMMARY - READ/LOADED/REJECTED CONTROL TOTALS   *
018400*-----------------------------------------------------------*
018500 8000-PRINT-SUMMARY.
018600     MOVE ALL "-" TO LOADRPT-LINE.
018700     WRITE LOADRPT-LINE.
018800     MOVE WS-READ-COUNT TO WS-TL-READ.
018900     MOVE WS-LOADED-COUNT TO WS-TL-LOADED.
019000     MOVE WS-REJECT-COUNT TO WS-TL-REJECT.
019100     WRITE LOADRPT-LINE FROM WS-TOTAL-LINE.
019200 8000-PRINT-SUMMARY-EXIT.
019300     EXIT.
019400*
019500*-----------------------------------------------------------*
019600* 9000-TERMINATE - CLOSE FILES                               *
019700*-----------------------------------------------------------*
019800 9000-TERMINATE.
019900     CLOSE PREGSEQ.
020000     CLOSE PREREG.
020100     CLOSE LOADRPT.
020200 9000-TERMINATE-EXIT.
020300     EXIT.
