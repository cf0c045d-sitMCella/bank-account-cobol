000100 IDENTIFICATION DIVISION.
000200  PROGRAM-ID. maintainalert.
000300  AUTHOR. Marco Cella.
000400  Installation. Record an analyst's case status or disposition.
000500  Date-Written. 2026/09/17.
000600  Date-Compiled. 2026/09/17.
000610* Modification-History.
000620*  2026/10/15 MC - Refuse a change with no job id to stamp as
000630*                  the analyst, so a worked alert never looks
000640*                  untouched to a monitoring rerun.
000700*
000800 ENVIRONMENT DIVISION.
000900  CONFIGURATION SECTION.
001000   Source-Computer. ALPINE-3-21.
001100   Object-Computer. ALPINE-3-21.
001200  INPUT-OUTPUT SECTION.
001300   FILE-CONTROL.
001400     COPY "alrsel.cpy".
001500*
001600 DATA DIVISION.
001700  FILE SECTION.
001800   COPY "alrrec.cpy".
001900*
002000  WORKING-STORAGE SECTION.
002100   01 ALR-FILE-STATUS PIC XX.
002200   01 WS-FILE-ERROR PIC 9 VALUE ZERO.
002300   01 WS-CHANGE-COUNT PIC 9(2) VALUE ZERO.
002400*
002500  LINKAGE SECTION.
002600   77 USERALERTDATE PIC 9(8).
002700   77 USERALERTSEQUENCE PIC 9(4).
002800   77 USERCASESTATUS PIC X(01).
002900   77 USERDISPOSITION PIC X(01).
003000   77 USERJOBID PIC X(08).
003100   COPY "alrlink.cpy".
003200   77 RETURNCODE PIC XX.
003300     COPY "alrmntrc.cpy".
003400*
003500*****************************************************************
003600* Works one monitoring alert raised by monitoractivity. The
003700* analyst may open or close the case (USERCASESTATUS "O"/"C")
003800* and record a disposition (USERDISPOSITION "F" false positive,
003900* "N" no action, "E" escalated, "R" reported); a SPACE leaves
004000* that field as it is. A case can only be closed once it
004100* carries a disposition, recorded now or earlier. Every change
004200* stamps the alert with USERJOBID as the analyst and the date
004300* of the change, and the alert as it now stands is handed back
004400* through ALERT. A blank USERJOBID is refused (99): the analyst
004410* stamp is what tells a monitoring rerun the alert was worked.
004500*****************************************************************
004600 PROCEDURE DIVISION USING
004700  BY REFERENCE USERALERTDATE
004800  BY REFERENCE USERALERTSEQUENCE
004900  BY REFERENCE USERCASESTATUS
005000  BY REFERENCE USERDISPOSITION
005100  BY REFERENCE ALERT
005200  BY REFERENCE RETURNCODE
005300  BY REFERENCE USERJOBID.
005400     DISPLAY "MAINTAIN ALERT."
005500     DISPLAY "Alert: " USERALERTDATE " " USERALERTSEQUENCE.
005600     IF USERALERTDATE IS NOT NUMERIC
005700       OR USERALERTSEQUENCE IS NOT NUMERIC
005800       DISPLAY "Wrong alert key value."
005900       MOVE "01" TO RETURNCODE
006000       GO TO QUIT
006100     END-IF.
006200*
006300     IF USERCASESTATUS IS EQUAL TO SPACE
006400       AND USERDISPOSITION IS EQUAL TO SPACE
006500       DISPLAY "No change requested."
006600       MOVE "75" TO RETURNCODE
006700       GO TO QUIT
006800     END-IF.
006900*
007000     IF USERCASESTATUS IS NOT EQUAL TO SPACE
007100       AND USERCASESTATUS IS NOT EQUAL TO "O"
007200       AND USERCASESTATUS IS NOT EQUAL TO "C"
007300       DISPLAY "Wrong case status value."
007400       MOVE "71" TO RETURNCODE
007500       GO TO QUIT
007600     END-IF.
007700*
007800     IF USERDISPOSITION IS NOT EQUAL TO SPACE
007900       AND USERDISPOSITION IS NOT EQUAL TO "F"
008000       AND USERDISPOSITION IS NOT EQUAL TO "N"
008100       AND USERDISPOSITION IS NOT EQUAL TO "E"
008200       AND USERDISPOSITION IS NOT EQUAL TO "R"
008300       DISPLAY "Wrong disposition value."
008400       MOVE "86" TO RETURNCODE
008500       GO TO QUIT
008600     END-IF.
008700*
008710     IF USERJOBID IS EQUAL TO SPACES
008720       DISPLAY "No job id to record as the analyst."
008730       MOVE "99" TO RETURNCODE
008740       GO TO QUIT
008750     END-IF.
008760*
008800     MOVE 0 TO WS-FILE-ERROR.
008900     OPEN I-O ALERTFILE.
009000       IF ALR-FILE-STATUS = "35"
009100         DISPLAY "File does not exist."
009200         CLOSE ALERTFILE
009300         MOVE "04" TO RETURNCODE
009400         GO TO QUIT
009500       END-IF.
009600*
009700     MOVE USERALERTDATE TO ALR-BUSINESS-DATE.
009800     MOVE USERALERTSEQUENCE TO ALR-SEQUENCE.
009900     READ ALERTFILE KEY IS ALR-KEY
010000       INVALID KEY MOVE 1 TO WS-FILE-ERROR
010100     END-READ.
010200*
010300     IF WS-FILE-ERROR IS NOT ZERO
010400       DISPLAY "Alert not found."
010500       CLOSE ALERTFILE
010600       MOVE "04" TO RETURNCODE
010700       GO TO QUIT
010800     END-IF.
010900*
011000     IF USERCASESTATUS IS EQUAL TO "C"
011100       AND USERDISPOSITION IS EQUAL TO SPACE
011200       AND ALR-DISPOSITION-PENDING
011300       DISPLAY "No disposition recorded. Close refused."
011400       PERFORM RETURN-ALERT-IMAGE
011500       CLOSE ALERTFILE
011600       MOVE "87" TO RETURNCODE
011700       GO TO QUIT
011800     END-IF.
011900*
012000     MOVE 0 TO WS-CHANGE-COUNT.
012100     IF USERCASESTATUS IS NOT EQUAL TO SPACE
012200       AND USERCASESTATUS IS NOT EQUAL TO ALR-CASE-STATUS
012300       MOVE USERCASESTATUS TO ALR-CASE-STATUS
012400       ADD 1 TO WS-CHANGE-COUNT
012500     END-IF.
012600     IF USERDISPOSITION IS NOT EQUAL TO SPACE
012700       AND USERDISPOSITION IS NOT EQUAL TO ALR-DISPOSITION
012800       MOVE USERDISPOSITION TO ALR-DISPOSITION
012900       ADD 1 TO WS-CHANGE-COUNT
013000     END-IF.
013100*
013200     IF WS-CHANGE-COUNT IS EQUAL TO ZERO
013300       DISPLAY "Values already as requested."
013400       PERFORM RETURN-ALERT-IMAGE
013500       CLOSE ALERTFILE
013600       MOVE "00" TO RETURNCODE
013700       GO TO QUIT
013800     END-IF.
013900*
014000     MOVE USERJOBID TO ALR-ANALYST-ID.
014100     ACCEPT ALR-DISPOSITION-DATE FROM DATE YYYYMMDD.
014200     REWRITE ALERTFD
014300       INVALID KEY MOVE 1 TO WS-FILE-ERROR
014400       NOT INVALID KEY DISPLAY "Item Updated."
014500     END-REWRITE.
014600*
014700     IF WS-FILE-ERROR IS NOT ZERO
014800       DISPLAY "Error: Unable to update record."
014900       CLOSE ALERTFILE
015000       MOVE "30" TO RETURNCODE
015100       GO TO QUIT
015200     END-IF.
015300*
015400     PERFORM RETURN-ALERT-IMAGE.
015500     CLOSE ALERTFILE.
015600     MOVE "00" TO RETURNCODE.
015700  QUIT.
015800 EXIT PROGRAM.
015900*
016000*****************************************************************
016100* RETURN-ALERT-IMAGE - hand the alert as it now stands back to
016200* the caller through the shared ALERT linkage shape.
016300*****************************************************************
016400 RETURN-ALERT-IMAGE.
016500     MOVE ALR-BUSINESS-DATE TO ALERTBUSINESSDATE.
016600     MOVE ALR-SEQUENCE TO ALERTSEQUENCE.
016700     MOVE ALR-REASON TO ALERTREASON.
016800     MOVE ALR-IKEY TO ALERTIKEY.
016900     MOVE ALR-CUSTOMER-NUMBER TO ALERTCUSTOMERNUMBER.
017000     MOVE ALR-TXN-TYPE TO ALERTTXNTYPE.
017100     MOVE ALR-TXN-SEQUENCE TO ALERTTXNSEQUENCE.
017200     MOVE ALR-AMOUNT TO ALERTAMOUNT.
017300     MOVE ALR-TRANSFER-REFERENCE TO ALERTTRANSFERREFERENCE.
017400     MOVE ALR-CASE-STATUS TO ALERTCASESTATUS.
017500     MOVE ALR-DISPOSITION TO ALERTDISPOSITION.
017600     MOVE ALR-ANALYST-ID TO ALERTANALYSTID.
017700     MOVE ALR-DISPOSITION-DATE TO ALERTDISPOSITIONDATE.
