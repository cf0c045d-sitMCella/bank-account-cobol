000100 IDENTIFICATION DIVISION.
000200  PROGRAM-ID. maintainfee.
000300  AUTHOR. Marco Cella.
000400  Installation. Add or correct an effective-dated fee schedule.
000500  Date-Written. 2026/09/14.
000600  Date-Compiled. 2026/09/14.
000700*
000800 ENVIRONMENT DIVISION.
000900  CONFIGURATION SECTION.
001000   Source-Computer. ALPINE-3-21.
001100   Object-Computer. ALPINE-3-21.
001200  INPUT-OUTPUT SECTION.
001300   FILE-CONTROL.
001400     COPY "feesel.cpy".
001500*
001600 DATA DIVISION.
001700  FILE SECTION.
001800   COPY "feerec.cpy".
001900*
002000  WORKING-STORAGE SECTION.
002100   01 FEE-FILE-STATUS PIC XX.
002200   01 WS-FILE-ERROR PIC 9 VALUE ZERO.
002300*
002400  LINKAGE SECTION.
002500   77 USERACCOUNTTYPE PIC X(01).
002600   77 USEREFFECTIVEDATE PIC 9(8).
002700   77 USERMAINTENANCEFEE PIC S9(29)V99 COMP-3.
002800   77 USERFREEDEBITS PIC 9(4).
002900   77 USERDEBITITEMFEE PIC S9(29)V99 COMP-3.
003000   77 USERREJECTFEE PIC S9(29)V99 COMP-3.
003100   77 USERFAILEDORDERFEE PIC S9(29)V99 COMP-3.
003200   77 USERWAIVERBALANCE PIC S9(29)V99 COMP-3.
003300   77 RETURNCODE PIC XX.
003400     COPY "feemtrc.cpy".
003500*
003600 PROCEDURE DIVISION USING
003700  BY REFERENCE USERACCOUNTTYPE
003800  BY REFERENCE USEREFFECTIVEDATE
003900  BY REFERENCE USERMAINTENANCEFEE
004000  BY REFERENCE USERFREEDEBITS
004100  BY REFERENCE USERDEBITITEMFEE
004200  BY REFERENCE USERREJECTFEE
004300  BY REFERENCE USERFAILEDORDERFEE
004400  BY REFERENCE USERWAIVERBALANCE
004500  BY REFERENCE RETURNCODE.
004600     DISPLAY "MAINTAIN FEE SCHEDULE."
004700     DISPLAY "Type: " USERACCOUNTTYPE " effective: "
004800       USEREFFECTIVEDATE.
004900     IF USERACCOUNTTYPE IS NOT EQUAL TO "S"
005000       AND USERACCOUNTTYPE IS NOT EQUAL TO "K"
005100       DISPLAY "Wrong account type value."
005200       MOVE "70" TO RETURNCODE
005300       GO TO QUIT
005400     END-IF.
005500*
005600     IF USEREFFECTIVEDATE IS NOT NUMERIC
005700       OR USEREFFECTIVEDATE IS EQUAL TO ZERO
005800       DISPLAY "Wrong effective date value."
005900       MOVE "52" TO RETURNCODE
006000       GO TO QUIT
006100     END-IF.
006200*
006300* A fee is always a debit the fee run makes: a negative figure
006400* here would turn a charge into a payment, so it is refused
006500* with the other malformed amounts.
006600     IF USERMAINTENANCEFEE IS NOT NUMERIC
006700       OR USERDEBITITEMFEE IS NOT NUMERIC
006800       OR USERREJECTFEE IS NOT NUMERIC
006900       OR USERFAILEDORDERFEE IS NOT NUMERIC
007000       OR USERWAIVERBALANCE IS NOT NUMERIC
007100       OR USERFREEDEBITS IS NOT NUMERIC
007200       DISPLAY "Wrong fee amount value."
007300       MOVE "50" TO RETURNCODE
007400       GO TO QUIT
007500     END-IF.
007600     IF USERMAINTENANCEFEE IS < 0
007700       OR USERDEBITITEMFEE IS < 0
007800       OR USERREJECTFEE IS < 0
007900       OR USERFAILEDORDERFEE IS < 0
008000       OR USERWAIVERBALANCE IS < 0
008100       DISPLAY "Wrong fee amount value."
008200       MOVE "50" TO RETURNCODE
008300       GO TO QUIT
008400     END-IF.
008500*
008600     OPEN I-O FEEFILE.
008700       IF FEE-FILE-STATUS = "35"
008800         DISPLAY "Fee schedule file does not exist. Creating."
008900         OPEN OUTPUT FEEFILE
009000         CLOSE FEEFILE
009100         OPEN I-O FEEFILE
009200       END-IF.
009300*
009400     MOVE 0 TO WS-FILE-ERROR.
009500     MOVE USERACCOUNTTYPE TO FEE-ACCOUNT-TYPE.
009600     MOVE USEREFFECTIVEDATE TO FEE-EFFECTIVE-DATE.
009700     MOVE USERMAINTENANCEFEE TO FEE-MAINTENANCE-AMOUNT.
009800     MOVE USERFREEDEBITS TO FEE-FREE-DEBITS.
009900     MOVE USERDEBITITEMFEE TO FEE-DEBIT-ITEM-AMOUNT.
010000     MOVE USERREJECTFEE TO FEE-REJECT-AMOUNT.
010100     MOVE USERFAILEDORDERFEE TO FEE-FAILED-ORDER-AMOUNT.
010200     MOVE USERWAIVERBALANCE TO FEE-WAIVER-BALANCE.
010300     WRITE FEEFD
010400       INVALID KEY MOVE 1 TO WS-FILE-ERROR
010500       NOT INVALID KEY DISPLAY "Fee schedule row added."
010600     END-WRITE.
010700*
010800* A second submission for the same type and effective date is
010900* a correction: the row is replaced, not refused, on the same
011000* rule maintainrate applies to the rate master.
011100     IF WS-FILE-ERROR IS NOT ZERO
011200       MOVE 0 TO WS-FILE-ERROR
011300       REWRITE FEEFD
011400         INVALID KEY MOVE 1 TO WS-FILE-ERROR
011500         NOT INVALID KEY DISPLAY "Fee schedule row replaced."
011600       END-REWRITE
011700     END-IF.
011800*
011900     CLOSE FEEFILE.
012000     IF WS-FILE-ERROR IS NOT ZERO
012100       DISPLAY "Error: Unable to update fee schedule row."
012200       MOVE "30" TO RETURNCODE
012300       GO TO QUIT
012400     END-IF.
012500     MOVE "00" TO RETURNCODE.
012600  QUIT.
012700 EXIT PROGRAM.
