000100*****************************************************************
000200* RSTREC - batch posting restart record layout (RESTARTFD). A
000300* single record: the business date of the run, the phase it
000400* had reached (intake, recycle queue, or finished), the last
000500* intake and recycle lines settled at the checkpoint, and the
000600* control totals as they stood then. The totals are unsigned:
000700* they sum unsigned line amounts. The restart control is set to
000800* "C" by resetpostingrestart when operations want the next run
000900* to post from the top, with the job id that asked for it.
001000*****************************************************************
001100   FD RESTARTFILE
001200     RECORD CONTAINS 175 CHARACTERS.
001300   01 RESTARTFD.
001400     05 RST-BUSINESS-DATE PIC 9(8).
001500     05 RST-PHASE PIC X(01).
001600       88 RST-PHASE-INTAKE VALUE "I".
001700       88 RST-PHASE-RECYCLE VALUE "R".
001800       88 RST-PHASE-FINISHED VALUE "F".
001900     05 RST-LINE-NUMBER PIC 9(6).
002000     05 RST-RECYCLE-LINE-NUMBER PIC 9(6).
002100     05 RST-ACCEPTED-COUNT PIC 9(6).
002200     05 RST-REJECTED-COUNT PIC 9(6).
002300     05 RST-RECYCLE-ACCEPTED-COUNT PIC 9(6).
002400     05 RST-RECYCLE-REJECTED-COUNT PIC 9(6).
002500     05 RST-REFUSED-COUNT PIC 9(6).
002600     05 RST-OUTSIDE-COUNT PIC 9(6).
002700     05 RST-ACCEPTED-TOTAL PIC 9(29)V99.
002800     05 RST-REJECTED-TOTAL PIC 9(29)V99.
002900     05 RST-REFUSED-TOTAL PIC 9(29)V99.
003000     05 RST-CHECKPOINT-DATE PIC 9(8).
003100     05 RST-CHECKPOINT-TIME PIC 9(8).
003200     05 RST-RESTART-CONTROL PIC X(01).
003300       88 RST-RESUME-ALLOWED VALUE "R".
003400       88 RST-CLEAN-START-REQUESTED VALUE "C".
003500     05 RST-CONTROL-JOBID PIC X(08).
