000100 IDENTIFICATION DIVISION.
000200  PROGRAM-ID. resetpostingrestart.
000300  AUTHOR. Marco Cella.
000400  Installation. Force the next batch posting run to start clean.
000500  Date-Written. 2026/09/20.
000600  Date-Compiled. 2026/09/20.
000700*
000800 ENVIRONMENT DIVISION.
000900  CONFIGURATION SECTION.
001000   Source-Computer. ALPINE-3-21.
001100   Object-Computer. ALPINE-3-21.
001200  INPUT-OUTPUT SECTION.
001300   FILE-CONTROL.
001400     COPY "rstsel.cpy".
001500*
001600 DATA DIVISION.
001700  FILE SECTION.
001800   COPY "rstrec.cpy".
001900*
002000  WORKING-STORAGE SECTION.
002100   01 RST-FILE-STATUS PIC XX.
002200   01 WS-FILE-ERROR PIC 9 VALUE ZERO.
002300*
002400  LINKAGE SECTION.
002500   77 USERJOBID PIC X(08).
002600   77 RETURNCODE PIC XX.
002700     COPY "rstrc.cpy".
002800*
002900*****************************************************************
003000* Marks batchposttransactions' restart record so the next run
003100* for the business date posts postings.dat from the top instead
003200* of resuming after the interrupted run's last checkpoint. This
003300* is for when the file has been replaced, or what the
003400* interrupted run posted has been backed out. The record keeps
003500* its totals and is only marked, with USERJOBID as the one who
003600* asked; the next run's first checkpoint replaces it. There is
003700* nothing to reset (04) when no run has been interrupted.
003800*****************************************************************
003900 PROCEDURE DIVISION USING
004000  BY REFERENCE RETURNCODE
004100  BY REFERENCE USERJOBID.
004200     DISPLAY "RESET POSTING RESTART."
004300     MOVE 0 TO WS-FILE-ERROR.
004400     OPEN INPUT RESTARTFILE.
004500       IF RST-FILE-STATUS = "35"
004600         DISPLAY "No restart file. Nothing to reset."
004700         CLOSE RESTARTFILE
004800         MOVE "04" TO RETURNCODE
004900         GO TO QUIT
005000       END-IF.
005100     READ RESTARTFILE
005200       AT END MOVE 1 TO WS-FILE-ERROR
005300     END-READ.
005400     CLOSE RESTARTFILE.
005500*
005600     IF WS-FILE-ERROR IS NOT ZERO
005700       OR RST-PHASE-FINISHED
005800       DISPLAY "No interrupted run. Nothing to reset."
005900       MOVE "04" TO RETURNCODE
006000       GO TO QUIT
006100     END-IF.
006200*
006300     DISPLAY "Run for " RST-BUSINESS-DATE
006400       " stopped at intake line " RST-LINE-NUMBER
006500       " recycled line " RST-RECYCLE-LINE-NUMBER.
006600     MOVE "C" TO RST-RESTART-CONTROL.
006700     MOVE USERJOBID TO RST-CONTROL-JOBID.
006800     OPEN OUTPUT RESTARTFILE.
006900     WRITE RESTARTFD.
007000     IF RST-FILE-STATUS IS NOT EQUAL TO "00"
007100       MOVE 1 TO WS-FILE-ERROR
007200     END-IF.
007300     CLOSE RESTARTFILE.
007400*
007500     IF WS-FILE-ERROR IS NOT ZERO
007600       DISPLAY "Error: Unable to update restart record."
007700       MOVE "30" TO RETURNCODE
007800       GO TO QUIT
007900     END-IF.
008000     DISPLAY "Next run will post from the top."
008100     MOVE "00" TO RETURNCODE.
008200  QUIT.
008300 EXIT PROGRAM.
