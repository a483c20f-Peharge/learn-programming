000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BARRLOAD.
000300 AUTHOR. R HALVORSEN.
000400 INSTALLATION. FRONT DESK SYSTEMS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                       *
001000*-----------------------------------------------------------*
001100* 2026-10-15 RH   ORIGINAL VERSION - ONE-TIME CONVERSION OF  *
001200*                 THE SEQUENTIAL BARRED-PERSON FILE          *
001300*                 (BARRSEQ) TO THE INDEXED BARRED FILE.      *
001400*-----------------------------------------------------------*
001500*
001600*-----------------------------------------------------------*
001700* READS THE OLD SEQUENTIAL BARRED-PERSON FILE (BARRSEQ) TOP  *
001800* TO BOTTOM AND WRITES EACH ENTRY TO THE NEW INDEXED BARRED  *
001900* FILE, NUMBERING THE ENTRIES FROM 1 IN FILE ORDER (PRIME    *
002000* KEY BR-ENTRY-NO; ALTERNATE KEYS BR-NAME AND BR-BADGE-ID,   *
002100* BOTH WITH DUPLICATES). EVERY ENTRY IS KEPT, LIFTED BARS    *
002200* INCLUDED. BARRMNT CARRIES ON THE NUMBERING FROM THE        *
002300* HIGHEST ENTRY LOADED. AN ENTRY THE FILE WILL NOT TAKE IS   *
002400* REJECTED TO THE LOADRPT CONTROL REPORT.                    *
002500*-----------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT BARRSEQ ASSIGN TO "BARRSEQ"
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS WS-BARRSEQ-STATUS.
003300     SELECT BARRED ASSIGN TO "BARRED"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS RANDOM
003600         RECORD KEY IS BR-ENTRY-NO
003700         ALTERNATE RECORD KEY IS BR-NAME
003800             WITH DUPLICATES
003900         ALTERNATE RECORD KEY IS BR-BADGE-ID
004000             WITH DUPLICATES
004100         FILE STATUS IS WS-BARRED-STATUS.
004200     SELECT LOADRPT ASSIGN TO "LOADRPT"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-LOADRPT-STATUS.
004500
004600 DATA DIVISION.
004700
004800 FILE SECTION.
004900 FD  BARRSEQ
005000     RECORD CONTAINS 80 CHARACTERS.
005100 01  BARRSEQ-RECORD          PIC X(80).
005200
005300 FD  BARRED
005400     RECORD CONTAINS 80 CHARACTERS.
005500     COPY "BARRED.CPY".
005600
005700 FD  LOADRPT
005800     RECORD CONTAINS 80 CHARACTERS.
005900 01  LOADRPT-LINE            PIC X(80).
006000
006100 WORKING-STORAGE SECTION.
006200*
006300*-----------------------------------------------------------*
006400* SWITCHES AND FILE STATUS FIELDS                            *
006500*-----------------------------------------------------------*
006600 77  WS-BARRSEQ-STATUS       PIC X(02)   VALUE "00".
006700     88  WS-BARRSEQ-EOF                  VALUE "10".
006800 77  WS-BARRED-STATUS        PIC X(02)   VALUE "00".
006900     88  WS-BARRED-DUP-KEY               VALUE "22".
007000 77  WS-LOADRPT-STATUS       PIC X(02)   VALUE "00".
007100 77  WS-EOF-SWITCH           PIC X(01)   VALUE "N".
007200     88  WS-EOF                          VALUE "Y".
007300*
007400*-----------------------------------------------------------*
007500* RUN DATE AND COUNTERS                                      *
007600*-----------------------------------------------------------*
007700 01  WS-CURRENT-DATE-TIME.
007800     05  WS-RUN-DATE         PIC 9(08).
007900     05  FILLER              PIC X(13).
008000 77  WS-READ-COUNT           PIC 9(05) COMP VALUE 0.
008100 77  WS-LOADED-COUNT         PIC 9(05) COMP VALUE 0.
008200 77  WS-REJECT-COUNT         PIC 9(05) COMP VALUE 0.
008300 77  WS-NEXT-ENTRY-NO        PIC 9(06)      VALUE 0.
008400*
008500*-----------------------------------------------------------*
008600* REPORT LINE LAYOUTS                                        *
008700*-----------------------------------------------------------*
008800 01  WS-REJECT-LINE.
008900     05  FILLER              PIC X(17)
009000         VALUE "*** NOT LOADED   ".
009100     05  WS-RJ-ID            PIC X(10).
009200     05  FILLER              PIC X(03)   VALUE " - ".
009300     05  WS-RJ-NAME          PIC X(30).
009400     05  FILLER              PIC X(20)   VALUE SPACES.
009500 01  WS-TOTAL-LINE.
009600     05  FILLER              PIC X(14)   VALUE "RECORDS READ: ".
009700     05  WS-TL-READ          PIC ZZZZ9.
009800     05  FILLER              PIC X(10)   VALUE "   LOADED:".
009900     05  WS-TL-LOADED        PIC ZZZZ9.
010000     05  FILLER              PIC X(12)   VALUE "   REJECTED:".
010100     05  WS-TL-REJECT        PIC ZZZZ9.
010200     05  FILLER              PIC X(19)   VALUE SPACES.
010300
010400 PROCEDURE DIVISION.
010500
010600 0000-MAINLINE.
010700     PERFORM 1000-INITIALIZE
010800         THRU 1000-INITIALIZE-EXIT.
010900     PERFORM 2000-LOAD-ONE-RECORD
011000         THRU 2000-LOAD-ONE-RECORD-EXIT
011100         UNTIL WS-EOF.
011200     PERFORM 8000-PRINT-SUMMARY
011300         THRU 8000-PRINT-SUMMARY-EXIT.
011400     PERFORM 9000-TERMINATE
011500         THRU 9000-TERMINATE-EXIT.
011600     STOP RUN.
011700
011800*-----------------------------------------------------------*
011900* 1000-INITIALIZE - OPEN FILES, WRITE HEADING, PRIMING READ  *
012000*-----------------------------------------------------------*
012100 1000-INITIALIZE.
012200     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
012300     OPEN INPUT BARRSEQ.
012400     OPEN OUTPUT BARRED.
012500     OPEN OUTPUT LOADRPT.
012600     MOVE SPACES TO LOADRPT-LINE.
012700     STRING "BARRED CONVERSION LOAD             RUN DATE "
012800         DELIMITED BY SIZE
012900         WS-RUN-DATE
013000         DELIMITED BY SIZE
013100         INTO LOADRPT-LINE.
013200     WRITE LOADRPT-LINE.
013300     MOVE ALL "-" TO LOADRPT-LINE.
013400     WRITE LOADRPT-LINE.
013500     PERFORM 2900-READ-BARRSEQ
013600         THRU 2900-READ-BARRSEQ-EXIT.
013700 1000-INITIALIZE-EXIT.
013800     EXIT.
013900*
014000*-----------------------------------------------------------*
014100* 2000-LOAD-ONE-RECORD - NUMBER ONE ENTRY AND WRITE IT TO    *
014200*                        THE NEW FILE                        *
014300*-----------------------------------------------------------*
014400 2000-LOAD-ONE-RECORD.
014500     ADD 1 TO WS-READ-COUNT.
014600     MOVE BARRSEQ-RECORD TO BARRED-RECORD.
014700     ADD 1 TO WS-NEXT-ENTRY-NO.
014800     MOVE WS-NEXT-ENTRY-NO TO BR-ENTRY-NO.
014900     WRITE BARRED-RECORD
015000         INVALID KEY
015100             PERFORM 2100-REJECT-ENTRY
015200                 THRU 2100-REJECT-ENTRY-EXIT
015300         NOT INVALID KEY
015400             ADD 1 TO WS-LOADED-COUNT
015500     END-WRITE.
015600     PERFORM 2900-READ-BARRSEQ
015700         THRU 2900-READ-BARRSEQ-EXIT.
015800 2000-LOAD-ONE-RECORD-EXIT.
015900     EXIT.
016000*
016100*-----------------------------------------------------------*
016200* 2100-REJECT-ENTRY - REPORT ONE ENTRY THE FILE REFUSED      *
016300*-----------------------------------------------------------*
016400 2100-REJECT-ENTRY.
016500     ADD 1 TO WS-REJECT-COUNT.
016600     MOVE BR-BADGE-ID TO WS-RJ-ID.
016700     MOVE BR-NAME TO WS-RJ-NAME.
016800     WRITE LOADRPT-LINE FROM WS-REJECT-LINE.
016900 2100-REJECT-ENTRY-EXIT.
017000     EXIT.
017100*
017200*-----------------------------------------------------------*
017300* 2900-READ-BARRSEQ - READ THE NEXT OLD BARRED ENTRY         *
017400*-----------------------------------------------------------*
017500 2900-READ-BARRSEQ.
017600     READ BARRSEQ
017700         AT END
017800             MOVE "Y" TO WS-EOF-SWITCH
017900     END-READ.
018000 2900-READ-BARRSEQ-EXIT.
018100     EXIT.
018200*
018300*-----------------------------------------------------------*
018400* 8000-PRINT-SUMMARY - READ/LOADED/REJECTED CONTROL TOTALS   *
018500*-----------------------------------------------------------*
018600 8000-PRINT-SUMMARY.
018700     MOVE ALL "-" TO LOADRPT-LINE.
018800     WRITE LOADRPT-LINE.
018900     MOVE WS-READ-COUNT TO WS-TL-READ.
019000     MOVE WS-LOADED-COUNT TO WS-TL-LOADED.
019100     MOVE WS-REJECT-COUNT TO WS-TL-REJECT.
019200     WRITE LOADRPT-LINE FROM WS-TOTAL-LINE.
019300 8000-PRINT-SUMMARY-EXIT.
019400     EXIT.
019500*
019600*-----------------------------------------------------------*
019700* 9000-TERMINATE - CLOSE FILES                               *
019800*-----------------------------------------------------------*
019900 9000-TERMINATE.
020000     CLOSE BARRSEQ.
020100     CLOSE BARRED.
020200     CLOSE LOADRPT.
020300 9000-TERMINATE-EXIT.
020400     EXIT.
