000400  Installation. Batch intake driver for channel postings.
000500  Date-Written. 2026/08/23.
000600  Date-Compiled. 2026/08/23.
000605* Modification-History.
000610*  2026/09/02 MC - Check and record this job on the batch
000615*                  job-control ledger, so a business date can
000620*                  neither be posted twice nor closed before
000625*                  it has been posted.
000630*  2026/09/02 MC - Stamp every reject with the business date
000635*                  and a retry count, append to postings.rej
000640*                  instead of overwriting it, and consume the
000645*                  recycle queue recyclerejects builds after
000650*                  the night's intake, carrying the retry
000655*                  count forward when a recycled line bounces
000660*                  again.
000665*  2026/09/19 MC - Refuse a channel file whole, before any
000670*                  of it posts, when its trailer count or hash
000675*                  disagrees or its header sequence number
000680*                  repeats or skips one; acknowledge every
000685*                  line back to its channel with the code it
000690*                  posted or bounced with.
000695*  2026/09/20 MC - Checkpoint the run to batchpost.rst every
000700*                  so many lines with its running control
000705*                  totals, and resume a rerun of the same
000710*                  business date after the last checkpoint,
000715*                  recycle queue included; operations force
000720*                  a clean start through resetpostingrestart.
000721*  2026/10/15 MC - Stop a resumed run, recording nothing,
000722*                  when postings.dat ends before the
000723*                  checkpoint; perform the acknowledgement
000724*                  write through its exit.
000725*
000800 ENVIRONMENT DIVISION.
000900  CONFIGURATION SECTION.
001000   Source-Computer. ALPINE-3-21.
001500     COPY "rejsel.cpy".
001510     COPY "rcysel.cpy".
001520     COPY "bdtsel.cpy".
001530     COPY "chnsel.cpy".
001540     COPY "acksel.cpy".
001550     COPY "rstsel.cpy".
001600*
001700 DATA DIVISION.
001800  FILE SECTION.
002000   COPY "rejrec.cpy".
002010   COPY "rcyrec.cpy".
002020   COPY "bdtrec.cpy".
002030   COPY "chnrec.cpy".
002040   COPY "ackrec.cpy".
002050   COPY "rstrec.cpy".
002100*
002200  WORKING-STORAGE SECTION.
002300   01 POST-FILE-STATUS PIC XX.
002400   01 REJ-FILE-STATUS PIC XX.
002410   01 RCY-FILE-STATUS PIC XX.
002420   01 BDT-FILE-STATUS PIC XX.
002423   01 CHN-FILE-STATUS PIC XX.
002426   01 ACK-FILE-STATUS PIC XX.
002428   01 RST-FILE-STATUS PIC XX.
002430   01 WS-BUSINESS-DATE PIC 9(8).
002500   01 WS-ENDOFFILE PIC 9 VALUE ZERO.
002600     88 NO-MORE-POSTINGS VALUE 1.
002610   01 WS-RECYCLE-DONE PIC 9 VALUE ZERO.
002620     88 NO-MORE-RECYCLES VALUE 1.
002630   01 WS-POSTINGS-MISSING PIC 9 VALUE ZERO.
002640   01 WS-RESUME-FAILED PIC 9 VALUE ZERO.
002700   01 WS-ACCEPTED-COUNT PIC 9(6) COMP VALUE ZERO.
002800   01 WS-REJECTED-COUNT PIC 9(6) COMP VALUE ZERO.
002900   01 WS-ACCEPTED-TOTAL PIC S9(29)V99 COMP-3 VALUE ZERO.
003000   01 WS-REJECTED-TOTAL PIC S9(29)V99 COMP-3 VALUE ZERO.
003010   01 WS-RECYCLE-ACCEPTED-COUNT PIC 9(6) COMP VALUE ZERO.
003020   01 WS-RECYCLE-REJECTED-COUNT PIC 9(6) COMP VALUE ZERO.
003022   01 WS-REFUSED-COUNT PIC 9(6) COMP VALUE ZERO.
003024   01 WS-REFUSED-TOTAL PIC S9(29)V99 COMP-3 VALUE ZERO.
003026*
003028* One entry per channel file found in postings.dat, in the
003030* order the headers appear. The validation pass fills in what
003032* the file really holds and its verdict; the posting pass
003034* finds a file's entry again by counting headers.
003036   01 WS-CHANNEL-FILE-TABLE.
003038     05 WS-CF-ENTRY OCCURS 99.
003040       10 WS-CF-CHANNEL-ID PIC X(04).
003042       10 WS-CF-FILE-SEQUENCE PIC 9(6).
003044       10 WS-CF-CREATION-DATE PIC 9(8).
003046       10 WS-CF-LINE-COUNT PIC 9(6).
003048       10 WS-CF-AMOUNT-HASH PIC 9(16)V99.
003050       10 WS-CF-VERDICT PIC XX.
003052         COPY "intakerc.cpy".
003054   01 WS-CF-USED PIC 9(3) VALUE ZERO.
003056   01 WS-CF-SUB PIC 9(3) VALUE ZERO.
003058   01 WS-CF-SEARCH-SUB PIC 9(3).
003060   01 WS-HEADER-COUNT PIC 9(4) VALUE ZERO.
003062   01 WS-IN-CHANNEL-FILE PIC 9 VALUE ZERO.
003064     88 INSIDE-CHANNEL-FILE VALUE 1.
003066   01 WS-LINE-NUMBER PIC 9(6) VALUE ZERO.
003068   01 WS-FILE-LINE-NUMBER PIC 9(6) VALUE ZERO.
003070   01 WS-OUTSIDE-COUNT PIC 9(6) COMP VALUE ZERO.
003072   01 WS-LAST-SEQUENCE PIC 9(6).
003074   01 WS-ACK-OPEN PIC 9 VALUE ZERO.
003076   01 WS-ACK-PATH.
003078     05 FILLER PIC X(26) VALUE "/opt/app/storage/postings.".
003080     05 WS-ACK-PATH-CHANNEL PIC X(04).
003082     05 FILLER PIC X(04) VALUE ".ack".
003083*
003084* Where the run stands for the restart file: its phase, the
003085* intake and recycle lines settled so far, and on a resumed
003086* run the lines the interrupted attempt had already settled.
003087   01 WS-RUN-PHASE PIC X(01) VALUE "I".
003088     88 PHASE-INTAKE VALUE "I".
003089     88 PHASE-RECYCLE VALUE "R".
003090     88 PHASE-FINISHED VALUE "F".
003091   01 WS-RECYCLE-LINE-NUMBER PIC 9(6) VALUE ZERO.
003092   01 WS-RESTART-LINE-NUMBER PIC 9(6) VALUE ZERO.
003093   01 WS-RESTART-RECYCLE-LINE PIC 9(6) VALUE ZERO.
003094   01 WS-SINCE-CHECKPOINT PIC 9(6) COMP VALUE ZERO.
003095   COPY "rstlimit.cpy".
003100*
003110* Staging for the reject line being written and for the
003120* recycled intake image, which is screened field by field
004800       GO TO QUIT
004900     END-IF.
005000*
005010     PERFORM READ-RESTART-POINT
005020       THRU READ-RESTART-POINT-EXIT.
005100     PERFORM OPEN-REJECT-FILE.
005110     IF NOT PHASE-INTAKE
005120       GO TO RECYCLE-PHASE
005130     END-IF.
005200*
005300     OPEN INPUT POSTINGFILE.
005400       IF POST-FILE-STATUS = "35"
005500         DISPLAY "postings.dat does not exist. Nothing to post."
005600         MOVE 1 TO WS-POSTINGS-MISSING
005610         IF WS-RESTART-LINE-NUMBER IS NOT ZERO
005620           DISPLAY "Error: the interrupted run had settled "
005630             WS-RESTART-LINE-NUMBER " intake lines. Run "
005640             "resetpostingrestart before posting again."
005650           CLOSE REJECTFILE
005660           GO TO QUIT
005670         END-IF
005700       ELSE
005710         PERFORM OPEN-CHANNEL-FILE
005720         PERFORM VALIDATE-INTAKE-FILE
005730           THRU VALIDATE-INTAKE-FILE-EXIT
005740         OPEN INPUT POSTINGFILE
005750         PERFORM RESUME-INTAKE-FILE
005760           THRU RESUME-INTAKE-FILE-EXIT
005765         IF WS-RESUME-FAILED IS NOT ZERO
005770           CLOSE POSTINGFILE
005775           CLOSE CHANNELFILE
005780           CLOSE REJECTFILE
005785           GO TO QUIT
005790         END-IF
005800         PERFORM POST-NEXT-POSTING
005900           THRU POST-NEXT-POSTING-EXIT
006000           UNTIL NO-MORE-POSTINGS
006100         CLOSE POSTINGFILE
006110         PERFORM RECORD-CHANNEL-SEQUENCES
006120           THRU RECORD-CHANNEL-SEQUENCES-EXIT
006130         CLOSE CHANNELFILE
006200       END-IF.
006210*
006220* The intake is settled and its channels recorded; from here
006230* a rerun only has the recycle queue left to do.
006240     MOVE "R" TO WS-RUN-PHASE.
006250     PERFORM WRITE-CHECKPOINT.
006300*
006310 RECYCLE-PHASE.
006320     IF PHASE-RECYCLE
006400       PERFORM CONSUME-RECYCLE-QUEUE
006500         THRU CONSUME-RECYCLE-QUEUE-EXIT
006510       MOVE "F" TO WS-RUN-PHASE
006520       PERFORM WRITE-CHECKPOINT
006530     END-IF.
006600     CLOSE REJECTFILE.
006700*
006800     DISPLAY " ".
007400     DISPLAY "Recycled accepted: " WS-RECYCLE-ACCEPTED-COUNT.
007500     DISPLAY "Recycled re-rejected: "
007600       WS-RECYCLE-REJECTED-COUNT.
007610     DISPLAY "Refused with their file: " WS-REFUSED-COUNT.
007620     DISPLAY "Refused amount: " WS-REFUSED-TOTAL.
007630     DISPLAY "Outside any channel file: " WS-OUTSIDE-COUNT.
007700*
007800     PERFORM RECORD-JOB-COMPLETE.
007900  QUIT.
008400* way posttransaction itself would (so a line that could never
008500* post bounces with the same code the subprogram would have
008600* given it), then post it and settle it into the accepted or
008700* rejected control totals. A header or trailer opens or closes
008710* its channel's acknowledgement; a line of a channel file the
008720* validation pass refused is acknowledged as refused and not
008730* posted; a line outside any channel file cannot be traced to
008740* a channel and bounces to postings.rej with code 92.
008750* Every RESTART-CHECKPOINT-INTERVAL lines the run checkpoints
008760* before reading on.
008800*****************************************************************
008900 POST-NEXT-POSTING.
008910     IF WS-SINCE-CHECKPOINT IS NOT LESS THAN
008920       RESTART-CHECKPOINT-INTERVAL
008930       PERFORM WRITE-CHECKPOINT
008940     END-IF.
009000     READ POSTINGFILE
009100       AT END MOVE 1 TO WS-ENDOFFILE
009200     END-READ.
009300     IF NO-MORE-POSTINGS
009310       PERFORM CLOSE-ACKNOWLEDGEMENT
009400       GO TO POST-NEXT-POSTING-EXIT
009500     END-IF.
009503     ADD 1 TO WS-LINE-NUMBER.
009504     ADD 1 TO WS-SINCE-CHECKPOINT.
009506*
009509     IF POST-IS-HEADER
009512       PERFORM START-CHANNEL-FILE
009515         THRU START-CHANNEL-FILE-EXIT
009518       GO TO POST-NEXT-POSTING-EXIT
009521     END-IF.
009524     IF POST-IS-TRAILER
009527       PERFORM END-CHANNEL-FILE
009530         THRU END-CHANNEL-FILE-EXIT
009533       GO TO POST-NEXT-POSTING-EXIT
009536     END-IF.
009539     IF NOT INSIDE-CHANNEL-FILE
009542       MOVE "92" TO CALL-RETURNCODE
009545       PERFORM REJECT-THIS-POSTING
009548       GO TO POST-NEXT-POSTING-EXIT
009551     END-IF.
009554     ADD 1 TO WS-FILE-LINE-NUMBER.
009557     IF NOT INTAKE-FILE-ACCEPTED (WS-CF-SUB)
009560       MOVE WS-CF-VERDICT (WS-CF-SUB) TO CALL-RETURNCODE
009563       PERFORM ACKNOWLEDGE-POSTING-LINE
009566       ADD 1 TO WS-REFUSED-COUNT
009569       IF POST-AMOUNT IS NUMERIC
009572         ADD POST-AMOUNT TO WS-REFUSED-TOTAL
009575       END-IF
009578       GO TO POST-NEXT-POSTING-EXIT
009581     END-IF.
009600*
009700     IF POST-IKEY IS NOT NUMERIC
009800       MOVE "01" TO CALL-RETURNCODE
012700     IF CALL-RETURNCODE IS EQUAL TO "00"
012800       ADD 1 TO WS-ACCEPTED-COUNT
012900       ADD POST-AMOUNT TO WS-ACCEPTED-TOTAL
012910       PERFORM ACKNOWLEDGE-POSTING-LINE
013000     ELSE
013100       PERFORM REJECT-THIS-POSTING
013200     END-IF.
013800* rejects file with the code that bounced it. A fresh intake
013900* line starts its retry count at zero; the recycle pass
014000* writes its own rejects with the count carried forward.
014010* The channel's acknowledgement gets the line with the same
014020* code.
014100*****************************************************************
014200 REJECT-THIS-POSTING.
014300     MOVE POSTINGFD TO WS-REJECT-IMAGE.
014600     IF POST-AMOUNT IS NUMERIC
014700       ADD POST-AMOUNT TO WS-REJECTED-TOTAL
014800     END-IF.
014810     IF INSIDE-CHANNEL-FILE
014820       PERFORM ACKNOWLEDGE-POSTING-LINE
014830     ELSE
014840       ADD 1 TO WS-OUTSIDE-COUNT
014850     END-IF.
014900*
015000*****************************************************************
015100* WRITE-REJECT-RECORD - append one reject line: the staged
018400* line can never post twice. A line that bounces again goes
018500* back to postings.rej with its retry count stepped, which
018600* is what eventually parks it.
018610* A resumed run first reads past the lines it had settled.
018700*****************************************************************
018800 CONSUME-RECYCLE-QUEUE.
018900     OPEN INPUT RECYCLEFILE.
019100         CLOSE RECYCLEFILE
019200         GO TO CONSUME-RECYCLE-QUEUE-EXIT
019300       END-IF.
019310     PERFORM RESUME-RECYCLE-QUEUE
019320       THRU RESUME-RECYCLE-QUEUE-EXIT.
019400     PERFORM POST-NEXT-RECYCLE
019500       THRU POST-NEXT-RECYCLE-EXIT
019600       UNTIL NO-MORE-RECYCLES.
020600* image so the intake file's record area is never touched.
020700*****************************************************************
020800 POST-NEXT-RECYCLE.
020810     IF WS-SINCE-CHECKPOINT IS NOT LESS THAN
020820       RESTART-CHECKPOINT-INTERVAL
020830       PERFORM WRITE-CHECKPOINT
020840     END-IF.
020900     READ RECYCLEFILE
021000       AT END MOVE 1 TO WS-RECYCLE-DONE
021100     END-READ.
021200     IF NO-MORE-RECYCLES
021300       GO TO POST-NEXT-RECYCLE-EXIT
021400     END-IF.
021410     ADD 1 TO WS-RECYCLE-LINE-NUMBER.
021420     ADD 1 TO WS-SINCE-CHECKPOINT.
021500     MOVE RCY-POSTING-IMAGE TO WS-POSTING-WORK.
021600*
021700     IF WS-POST-IKEY IS NOT NUMERIC
031500         END-READ
031600         CLOSE BUSINESSDATEFILE
031700       END-IF.
031800*
031900*****************************************************************
032000* VALIDATE-INTAKE-FILE - read postings.dat through once before
032100* anything posts and judge every channel file in it: the
032200* trailer must agree with the lines actually received, and
032300* the sequence number must be the next one after the last
032400* file posted for the channel. The verdicts are kept in the
032500* channel file table for the posting pass. The intake file is
032600* closed again at the end, ready to be reopened for posting.
032700*****************************************************************
032800 VALIDATE-INTAKE-FILE.
032900     MOVE 0 TO WS-CF-USED.
033000     MOVE 0 TO WS-CF-SUB.
033100     MOVE 0 TO WS-IN-CHANNEL-FILE.
033200     PERFORM VALIDATE-NEXT-LINE
033300       THRU VALIDATE-NEXT-LINE-EXIT
033400       UNTIL NO-MORE-POSTINGS.
033500     CLOSE POSTINGFILE.
033600     PERFORM SHOW-CHANNEL-FILE-VERDICT
033700       VARYING WS-CF-SUB FROM 1 BY 1
033800       UNTIL WS-CF-SUB IS GREATER THAN WS-CF-USED.
033900     MOVE 0 TO WS-ENDOFFILE.
034000     MOVE 0 TO WS-CF-SUB.
034100     MOVE 0 TO WS-IN-CHANNEL-FILE.
034200     MOVE 0 TO WS-HEADER-COUNT.
034300     MOVE 0 TO WS-LINE-NUMBER.
034400 VALIDATE-INTAKE-FILE-EXIT.
034500     EXIT.
034600*
034700 VALIDATE-NEXT-LINE.
034800     READ POSTINGFILE
034900       AT END MOVE 1 TO WS-ENDOFFILE
035000     END-READ.
035100     IF NO-MORE-POSTINGS
035200       IF INSIDE-CHANNEL-FILE
035300         PERFORM REFUSE-UNTERMINATED-FILE
035400       END-IF
035500       GO TO VALIDATE-NEXT-LINE-EXIT
035600     END-IF.
035700     IF POST-IS-HEADER
035800       IF INSIDE-CHANNEL-FILE
035900         PERFORM REFUSE-UNTERMINATED-FILE
036000       END-IF
036100       PERFORM VALIDATE-CHANNEL-HEADER
036200         THRU VALIDATE-CHANNEL-HEADER-EXIT
036300       GO TO VALIDATE-NEXT-LINE-EXIT
036400     END-IF.
036500     IF NOT INSIDE-CHANNEL-FILE
036600       GO TO VALIDATE-NEXT-LINE-EXIT
036700     END-IF.
036800     IF POST-IS-TRAILER
036900       MOVE 0 TO WS-IN-CHANNEL-FILE
037000       IF POST-TRAILER-RECORD-COUNT IS NOT NUMERIC
037100         OR POST-TRAILER-AMOUNT-HASH IS NOT NUMERIC
037200         OR POST-TRAILER-RECORD-COUNT IS NOT EQUAL TO
037300           WS-CF-LINE-COUNT (WS-CF-SUB)
037400         OR POST-TRAILER-AMOUNT-HASH IS NOT EQUAL TO
037500           WS-CF-AMOUNT-HASH (WS-CF-SUB)
037600         IF INTAKE-FILE-ACCEPTED (WS-CF-SUB)
037700           MOVE "89" TO WS-CF-VERDICT (WS-CF-SUB)
037800         END-IF
037900       END-IF
038000       GO TO VALIDATE-NEXT-LINE-EXIT
038100     END-IF.
038200     ADD 1 TO WS-CF-LINE-COUNT (WS-CF-SUB).
038300     IF POST-AMOUNT IS NUMERIC
038400       ADD POST-AMOUNT TO WS-CF-AMOUNT-HASH (WS-CF-SUB)
038500     END-IF.
038600 VALIDATE-NEXT-LINE-EXIT.
038700     EXIT.
038800*
038900*****************************************************************
039000* REFUSE-UNTERMINATED-FILE - a channel file that ends without
039100* its trailer was cut short in transit; it cannot agree with
039200* totals it never delivered.
039300*****************************************************************
039400 REFUSE-UNTERMINATED-FILE.
039500     MOVE 0 TO WS-IN-CHANNEL-FILE.
039600     IF INTAKE-FILE-ACCEPTED (WS-CF-SUB)
039700       MOVE "89" TO WS-CF-VERDICT (WS-CF-SUB)
039800     END-IF.
039900*
040000*****************************************************************
040100* VALIDATE-CHANNEL-HEADER - open a table entry for the channel
040200* file the header starts and judge its sequence number against
040300* the last file posted for the channel: the same or an older
040400* number is a repeat (90), a number further on than the next
040500* one means a file is missing (91). A header without a
040600* channel ID, number and date cannot be judged (92).
040700*****************************************************************
040800 VALIDATE-CHANNEL-HEADER.
040900     IF WS-CF-USED IS NOT LESS THAN 99
041000       DISPLAY "Error: more than 99 channel files in "
041100         "postings.dat; the rest are outside any channel file"
041200       GO TO VALIDATE-CHANNEL-HEADER-EXIT
041300     END-IF.
041400     ADD 1 TO WS-CF-USED.
041500     MOVE WS-CF-USED TO WS-CF-SUB.
041600     MOVE 1 TO WS-IN-CHANNEL-FILE.
041700     MOVE POST-HEADER-CHANNEL-ID TO WS-CF-CHANNEL-ID (WS-CF-SUB).
041800     MOVE ZERO TO WS-CF-FILE-SEQUENCE (WS-CF-SUB).
041900     MOVE ZERO TO WS-CF-CREATION-DATE (WS-CF-SUB).
042000     MOVE ZERO TO WS-CF-LINE-COUNT (WS-CF-SUB).
042100     MOVE ZERO TO WS-CF-AMOUNT-HASH (WS-CF-SUB).
042200     MOVE "00" TO WS-CF-VERDICT (WS-CF-SUB).
042300     IF POST-HEADER-CHANNEL-ID IS EQUAL TO SPACES
042400       OR POST-HEADER-FILE-SEQUENCE IS NOT NUMERIC
042500       OR POST-HEADER-CREATION-DATE IS NOT NUMERIC
042600       MOVE "92" TO WS-CF-VERDICT (WS-CF-SUB)
042700       GO TO VALIDATE-CHANNEL-HEADER-EXIT
042800     END-IF.
042900     MOVE POST-HEADER-FILE-SEQUENCE
043000       TO WS-CF-FILE-SEQUENCE (WS-CF-SUB).
043100     MOVE POST-HEADER-CREATION-DATE
043200       TO WS-CF-CREATION-DATE (WS-CF-SUB).
043300     PERFORM FIND-LAST-SEQUENCE
043400       THRU FIND-LAST-SEQUENCE-EXIT.
043500     IF POST-HEADER-FILE-SEQUENCE IS NOT GREATER THAN
043600       WS-LAST-SEQUENCE
043700       MOVE "90" TO WS-CF-VERDICT (WS-CF-SUB)
043800       GO TO VALIDATE-CHANNEL-HEADER-EXIT
043900     END-IF.
044000     IF POST-HEADER-FILE-SEQUENCE IS GREATER THAN
044100       WS-LAST-SEQUENCE + 1
044200       MOVE "91" TO WS-CF-VERDICT (WS-CF-SUB)
044300     END-IF.
044400 VALIDATE-CHANNEL-HEADER-EXIT.
044500     EXIT.
044600*
044700*****************************************************************
044800* FIND-LAST-SEQUENCE - the last sequence number accepted for
044900* the channel: an earlier file of the same channel accepted in
045000* this run if there is one, else the channel control record.
045010* When an earlier attempt at this business date already
045020* recorded the channel, it is judged against where the channel
045030* stood before that attempt.
045100* A channel never seen before has had no file, so its first
045200* file must be number 1.
045300*****************************************************************
045400 FIND-LAST-SEQUENCE.
045500     MOVE ZERO TO WS-LAST-SEQUENCE.
045600     MOVE POST-HEADER-CHANNEL-ID TO CHN-CHANNEL-ID.
045700     READ CHANNELFILE KEY IS CHN-CHANNEL-ID
045800       INVALID KEY MOVE ZERO TO WS-LAST-SEQUENCE
045900       NOT INVALID KEY
045910         IF CHN-LAST-BUSINESS-DATE IS EQUAL TO WS-BUSINESS-DATE
045920           MOVE CHN-PRIOR-FILE-SEQUENCE TO WS-LAST-SEQUENCE
045930         ELSE
046000           MOVE CHN-LAST-FILE-SEQUENCE TO WS-LAST-SEQUENCE
046010         END-IF
046100     END-READ.
046200     PERFORM FIND-EARLIER-CHANNEL-FILE
046300       VARYING WS-CF-SEARCH-SUB FROM 1 BY 1
046400       UNTIL WS-CF-SEARCH-SUB IS NOT LESS THAN WS-CF-SUB.
046500 FIND-LAST-SEQUENCE-EXIT.
046600     EXIT.
046700*
046800 FIND-EARLIER-CHANNEL-FILE.
046900     IF WS-CF-CHANNEL-ID (WS-CF-SEARCH-SUB) IS EQUAL TO
047000       POST-HEADER-CHANNEL-ID
047100       AND INTAKE-FILE-ACCEPTED (WS-CF-SEARCH-SUB)
047200       MOVE WS-CF-FILE-SEQUENCE (WS-CF-SEARCH-SUB)
047300         TO WS-LAST-SEQUENCE
047400     END-IF.
047500*
047600 SHOW-CHANNEL-FILE-VERDICT.
047700     DISPLAY "Channel " WS-CF-CHANNEL-ID (WS-CF-SUB)
047800       " file " WS-CF-FILE-SEQUENCE (WS-CF-SUB)
047900       " lines " WS-CF-LINE-COUNT (WS-CF-SUB)
048000       " verdict " WS-CF-VERDICT (WS-CF-SUB).
048100*
048200*****************************************************************
048300* START-CHANNEL-FILE / END-CHANNEL-FILE - on the posting pass,
048400* find the header's entry in the channel file table again and
048500* open the channel's acknowledgement with the verdict on the
048600* whole file; the trailer closes it.
048700*****************************************************************
048800 START-CHANNEL-FILE.
048900     PERFORM CLOSE-ACKNOWLEDGEMENT.
049000     MOVE 0 TO WS-IN-CHANNEL-FILE.
049100     ADD 1 TO WS-HEADER-COUNT.
049200     IF WS-HEADER-COUNT IS GREATER THAN WS-CF-USED
049300       GO TO START-CHANNEL-FILE-EXIT
049400     END-IF.
049500     MOVE WS-HEADER-COUNT TO WS-CF-SUB.
049600     MOVE 1 TO WS-IN-CHANNEL-FILE.
049700     MOVE 0 TO WS-FILE-LINE-NUMBER.
049800     PERFORM OPEN-ACKNOWLEDGEMENT
049900       THRU OPEN-ACKNOWLEDGEMENT-EXIT.
050000     MOVE "H" TO ACK-RECORD-TYPE.
050100     MOVE WS-CF-VERDICT (WS-CF-SUB) TO CALL-RETURNCODE.
050200     PERFORM WRITE-ACKNOWLEDGEMENT
050210       THRU WRITE-ACKNOWLEDGEMENT-EXIT.
050300 START-CHANNEL-FILE-EXIT.
050400     EXIT.
050500*
050600 END-CHANNEL-FILE.
050700     IF NOT INSIDE-CHANNEL-FILE
050800       GO TO END-CHANNEL-FILE-EXIT
050900     END-IF.
051000     MOVE "T" TO ACK-RECORD-TYPE.
051100     MOVE WS-CF-VERDICT (WS-CF-SUB) TO CALL-RETURNCODE.
051200     PERFORM WRITE-ACKNOWLEDGEMENT
051210       THRU WRITE-ACKNOWLEDGEMENT-EXIT.
051300     PERFORM CLOSE-ACKNOWLEDGEMENT.
051400     MOVE 0 TO WS-IN-CHANNEL-FILE.
051500 END-CHANNEL-FILE-EXIT.
051600     EXIT.
051700*
051800*****************************************************************
051900* ACKNOWLEDGE-POSTING-LINE - one "D" line for the posting just
052000* settled, with the code in CALL-RETURNCODE.
052100*****************************************************************
052200 ACKNOWLEDGE-POSTING-LINE.
052300     MOVE "D" TO ACK-RECORD-TYPE.
052400     PERFORM WRITE-ACKNOWLEDGEMENT
052410       THRU WRITE-ACKNOWLEDGEMENT-EXIT.
052500*
052600*****************************************************************
052700* WRITE-ACKNOWLEDGEMENT - write one acknowledgement line of the
052800* type already in ACK-RECORD-TYPE for the intake line in the
052900* record area, accepted when CALL-RETURNCODE is "00".
053000*****************************************************************
053100 WRITE-ACKNOWLEDGEMENT.
053200     IF WS-ACK-OPEN IS ZERO
053300       GO TO WRITE-ACKNOWLEDGEMENT-EXIT
053400     END-IF.
053500     MOVE WS-CF-CHANNEL-ID (WS-CF-SUB) TO ACK-CHANNEL-ID.
053600     MOVE WS-CF-FILE-SEQUENCE (WS-CF-SUB) TO ACK-FILE-SEQUENCE.
053700     MOVE WS-FILE-LINE-NUMBER TO ACK-LINE-NUMBER.
053800     IF CALL-RETURNCODE IS EQUAL TO "00"
053900       MOVE "A" TO ACK-STATUS
054000     ELSE
054100       MOVE "R" TO ACK-STATUS
054200     END-IF.
054300     MOVE CALL-RETURNCODE TO ACK-RETURNCODE.
054400     MOVE POSTINGFD TO ACK-POSTING-IMAGE.
054500     MOVE WS-BUSINESS-DATE TO ACK-BUSINESS-DATE.
054600     WRITE ACKNOWLEDGEFD.
054700     IF ACK-FILE-STATUS IS NOT EQUAL TO "00"
054800       DISPLAY "Error: Unable to acknowledge line "
054900         WS-LINE-NUMBER " to channel " ACK-CHANNEL-ID
055000         " status " ACK-FILE-STATUS
055100     END-IF.
055200 WRITE-ACKNOWLEDGEMENT-EXIT.
055300     EXIT.
055400*
055500*****************************************************************
055600* OPEN-ACKNOWLEDGEMENT / CLOSE-ACKNOWLEDGEMENT - each channel's
055700* acknowledgements accumulate in its own file until the
055800* channel team collects them, so the file is opened for append
055900* and only created when it has never existed.
056000*****************************************************************
056100 OPEN-ACKNOWLEDGEMENT.
056200     IF WS-CF-CHANNEL-ID (WS-CF-SUB) IS EQUAL TO SPACES
056300       DISPLAY "Channel file without a channel ID at line "
056400         WS-LINE-NUMBER "; not acknowledged"
056500       GO TO OPEN-ACKNOWLEDGEMENT-EXIT
056600     END-IF.
056700     MOVE WS-CF-CHANNEL-ID (WS-CF-SUB) TO WS-ACK-PATH-CHANNEL.
056800     OPEN EXTEND ACKNOWLEDGEFILE.
056900       IF ACK-FILE-STATUS = "35"
057000         CLOSE ACKNOWLEDGEFILE
057100         OPEN OUTPUT ACKNOWLEDGEFILE
057200         CLOSE ACKNOWLEDGEFILE
057300         OPEN EXTEND ACKNOWLEDGEFILE
057400       END-IF.
057500     IF ACK-FILE-STATUS IS EQUAL TO "00"
057600       MOVE 1 TO WS-ACK-OPEN
057700     ELSE
057800       DISPLAY "Error: Unable to open acknowledgement for "
057900         "channel " WS-ACK-PATH-CHANNEL " status "
058000         ACK-FILE-STATUS
058100     END-IF.
058200 OPEN-ACKNOWLEDGEMENT-EXIT.
058300     EXIT.
058400*
058500 CLOSE-ACKNOWLEDGEMENT.
058600     IF WS-ACK-OPEN IS NOT ZERO
058700       CLOSE ACKNOWLEDGEFILE
058800       MOVE 0 TO WS-ACK-OPEN
058900     END-IF.
059000*
059100*****************************************************************
059200* OPEN-CHANNEL-FILE - the channel control file is created the
059300* first time any channel file arrives.
059400*****************************************************************
059500 OPEN-CHANNEL-FILE.
059600     OPEN I-O CHANNELFILE.
059700       IF CHN-FILE-STATUS = "35"
059800         OPEN OUTPUT CHANNELFILE
059900         CLOSE CHANNELFILE
060000         OPEN I-O CHANNELFILE
060100       END-IF.
060200*
060300*****************************************************************
060400* RECORD-CHANNEL-SEQUENCES - once the intake has posted, record
060500* each accepted channel file as the channel's last, in the
060600* order they came, so tomorrow's file is judged against it.
060700* A refused file is not recorded: the channel resends it under
060800* the same number.
060900*****************************************************************
061000 RECORD-CHANNEL-SEQUENCES.
061100     PERFORM RECORD-ONE-CHANNEL-SEQUENCE
061200       THRU RECORD-ONE-CHANNEL-SEQUENCE-EXIT
061300       VARYING WS-CF-SUB FROM 1 BY 1
061400       UNTIL WS-CF-SUB IS GREATER THAN WS-CF-USED.
061500 RECORD-CHANNEL-SEQUENCES-EXIT.
061600     EXIT.
061700*
061800 RECORD-ONE-CHANNEL-SEQUENCE.
061900     IF NOT INTAKE-FILE-ACCEPTED (WS-CF-SUB)
062000       GO TO RECORD-ONE-CHANNEL-SEQUENCE-EXIT
062100     END-IF.
062200     MOVE WS-CF-CHANNEL-ID (WS-CF-SUB) TO CHN-CHANNEL-ID.
062300     READ CHANNELFILE KEY IS CHN-CHANNEL-ID
062400       INVALID KEY
062500         MOVE WS-CF-FILE-SEQUENCE (WS-CF-SUB)
062600           TO CHN-LAST-FILE-SEQUENCE
062700         MOVE WS-CF-CREATION-DATE (WS-CF-SUB)
062800           TO CHN-LAST-CREATION-DATE
062900         MOVE WS-BUSINESS-DATE TO CHN-LAST-BUSINESS-DATE
062910         MOVE ZERO TO CHN-PRIOR-FILE-SEQUENCE
063000         WRITE CHANNELFD
063100           INVALID KEY
063200             DISPLAY "Error: Unable to record channel "
063300               CHN-CHANNEL-ID " status " CHN-FILE-STATUS
063400         END-WRITE
063500         GO TO RECORD-ONE-CHANNEL-SEQUENCE-EXIT
063600     END-READ.
063610     IF CHN-LAST-BUSINESS-DATE IS NOT EQUAL TO WS-BUSINESS-DATE
063620       MOVE CHN-LAST-FILE-SEQUENCE TO CHN-PRIOR-FILE-SEQUENCE
063630     END-IF.
063700     MOVE WS-CF-FILE-SEQUENCE (WS-CF-SUB)
063800       TO CHN-LAST-FILE-SEQUENCE.
063900     MOVE WS-CF-CREATION-DATE (WS-CF-SUB)
064000       TO CHN-LAST-CREATION-DATE.
064100     MOVE WS-BUSINESS-DATE TO CHN-LAST-BUSINESS-DATE.
064200     REWRITE CHANNELFD
064300       INVALID KEY
064400         DISPLAY "Error: Unable to record channel "
064500           CHN-CHANNEL-ID " status " CHN-FILE-STATUS
064600     END-REWRITE.
064700 RECORD-ONE-CHANNEL-SEQUENCE-EXIT.
064800     EXIT.
064900*
065000*****************************************************************
065100* READ-RESTART-POINT - a restart record for the business date
065200* being posted means an earlier attempt at this date stopped
065300* part way: carry on from its last checkpoint with the control
065400* totals it had reached, unless operations have asked for a
065500* clean start. A record for any other date belongs to a night
065600* that finished, and this run's first checkpoint replaces it.
065700*****************************************************************
065800 READ-RESTART-POINT.
065900     MOVE "I" TO WS-RUN-PHASE.
066000     MOVE ZERO TO WS-RESTART-LINE-NUMBER.
066100     MOVE ZERO TO WS-RESTART-RECYCLE-LINE.
066200     OPEN INPUT RESTARTFILE.
066300       IF RST-FILE-STATUS = "35"
066400         CLOSE RESTARTFILE
066500         GO TO READ-RESTART-POINT-EXIT
066600       END-IF.
066700     READ RESTARTFILE
066800       AT END MOVE SPACES TO RESTARTFD
066900     END-READ.
067000     CLOSE RESTARTFILE.
067100     IF RST-BUSINESS-DATE IS NOT NUMERIC
067200       OR RST-BUSINESS-DATE IS NOT EQUAL TO WS-BUSINESS-DATE
067300       GO TO READ-RESTART-POINT-EXIT
067400     END-IF.
067500     IF RST-CLEAN-START-REQUESTED
067600       DISPLAY "Clean start requested by " RST-CONTROL-JOBID
067700         ". Posting postings.dat from the top."
067800       GO TO READ-RESTART-POINT-EXIT
067900     END-IF.
068000*
068100     MOVE RST-PHASE TO WS-RUN-PHASE.
068200     MOVE RST-LINE-NUMBER TO WS-RESTART-LINE-NUMBER.
068300     MOVE RST-RECYCLE-LINE-NUMBER TO WS-RESTART-RECYCLE-LINE.
068400     IF NOT PHASE-INTAKE
068500       MOVE RST-LINE-NUMBER TO WS-LINE-NUMBER
068600     END-IF.
068700     MOVE RST-ACCEPTED-COUNT TO WS-ACCEPTED-COUNT.
068800     MOVE RST-REJECTED-COUNT TO WS-REJECTED-COUNT.
068900     MOVE RST-RECYCLE-ACCEPTED-COUNT
069000       TO WS-RECYCLE-ACCEPTED-COUNT.
069100     MOVE RST-RECYCLE-REJECTED-COUNT
069200       TO WS-RECYCLE-REJECTED-COUNT.
069300     MOVE RST-REFUSED-COUNT TO WS-REFUSED-COUNT.
069400     MOVE RST-OUTSIDE-COUNT TO WS-OUTSIDE-COUNT.
069500     MOVE RST-ACCEPTED-TOTAL TO WS-ACCEPTED-TOTAL.
069600     MOVE RST-REJECTED-TOTAL TO WS-REJECTED-TOTAL.
069700     MOVE RST-REFUSED-TOTAL TO WS-REFUSED-TOTAL.
069800     DISPLAY "Resuming the run for " WS-BUSINESS-DATE
069900       " from its checkpoint of " RST-CHECKPOINT-DATE
070000       " " RST-CHECKPOINT-TIME ".".
070100     DISPLAY "Intake lines settled: " WS-RESTART-LINE-NUMBER
070200       " recycled lines settled: " WS-RESTART-RECYCLE-LINE.
070300 READ-RESTART-POINT-EXIT.
070400     EXIT.
070500*
070600*****************************************************************
070700* RESUME-INTAKE-FILE / SKIP-POSTED-LINE - on a resumed run,
070800* read past the intake lines settled before the checkpoint
070900* without posting or acknowledging them again, following the
071000* headers and trailers so the posting pass picks up inside the
071100* right channel file. That channel's acknowledgement is opened
071200* again without a second header line. postings.dat must be the
071300* file the interrupted run was reading; if it now ends before
071400* the checkpoint the run stops with nothing recorded - no
071410* channel sequences, no checkpoint, no ledger step - and
071420* operations force a clean start instead.
071500*****************************************************************
071600 RESUME-INTAKE-FILE.
071700     IF WS-RESTART-LINE-NUMBER IS ZERO
071800       GO TO RESUME-INTAKE-FILE-EXIT
071900     END-IF.
072000     PERFORM SKIP-POSTED-LINE
072100       THRU SKIP-POSTED-LINE-EXIT
072200       UNTIL WS-LINE-NUMBER IS NOT LESS THAN
072300         WS-RESTART-LINE-NUMBER
072400         OR NO-MORE-POSTINGS.
072500     IF NO-MORE-POSTINGS
072600       DISPLAY "Error: postings.dat ends at line "
072700         WS-LINE-NUMBER " before the checkpoint at line "
072800         WS-RESTART-LINE-NUMBER
072810       DISPLAY "Run resetpostingrestart before posting again."
072820       MOVE 1 TO WS-RESUME-FAILED
072900       GO TO RESUME-INTAKE-FILE-EXIT
073000     END-IF.
073100     DISPLAY "Intake lines already settled skipped: "
073200       WS-LINE-NUMBER.
073300     IF INSIDE-CHANNEL-FILE
073400       PERFORM OPEN-ACKNOWLEDGEMENT
073500         THRU OPEN-ACKNOWLEDGEMENT-EXIT
073600     END-IF.
073700 RESUME-INTAKE-FILE-EXIT.
073800     EXIT.
073900*
074000 SKIP-POSTED-LINE.
074100     READ POSTINGFILE
074200       AT END MOVE 1 TO WS-ENDOFFILE
074300     END-READ.
074400     IF NO-MORE-POSTINGS
074500       GO TO SKIP-POSTED-LINE-EXIT
074600     END-IF.
074700     ADD 1 TO WS-LINE-NUMBER.
074800     IF POST-IS-HEADER
074900       MOVE 0 TO WS-IN-CHANNEL-FILE
075000       ADD 1 TO WS-HEADER-COUNT
075100       IF WS-HEADER-COUNT IS NOT GREATER THAN WS-CF-USED
075200         MOVE WS-HEADER-COUNT TO WS-CF-SUB
075300         MOVE 1 TO WS-IN-CHANNEL-FILE
075400         MOVE 0 TO WS-FILE-LINE-NUMBER
075500       END-IF
075600       GO TO SKIP-POSTED-LINE-EXIT
075700     END-IF.
075800     IF POST-IS-TRAILER
075900       MOVE 0 TO WS-IN-CHANNEL-FILE
076000       GO TO SKIP-POSTED-LINE-EXIT
076100     END-IF.
076200     IF INSIDE-CHANNEL-FILE
076300       ADD 1 TO WS-FILE-LINE-NUMBER
076400     END-IF.
076500 SKIP-POSTED-LINE-EXIT.
076600     EXIT.
076700*
076800*****************************************************************
076900* RESUME-RECYCLE-QUEUE / SKIP-POSTED-RECYCLE - the same for the
077000* recycle queue: read past the recycled lines settled before
077100* the checkpoint. The queue is only emptied once it has all
077200* been posted, so it still holds them.
077300*****************************************************************
077400 RESUME-RECYCLE-QUEUE.
077500     IF WS-RESTART-RECYCLE-LINE IS ZERO
077600       GO TO RESUME-RECYCLE-QUEUE-EXIT
077700     END-IF.
077800     PERFORM SKIP-POSTED-RECYCLE
077900       UNTIL WS-RECYCLE-LINE-NUMBER IS NOT LESS THAN
078000         WS-RESTART-RECYCLE-LINE
078100         OR NO-MORE-RECYCLES.
078200     DISPLAY "Recycled lines already settled skipped: "
078300       WS-RECYCLE-LINE-NUMBER.
078400 RESUME-RECYCLE-QUEUE-EXIT.
078500     EXIT.
078600*
078700 SKIP-POSTED-RECYCLE.
078800     READ RECYCLEFILE
078900       AT END MOVE 1 TO WS-RECYCLE-DONE
079000       NOT AT END ADD 1 TO WS-RECYCLE-LINE-NUMBER
079100     END-READ.
079200*
079300*****************************************************************
079400* WRITE-CHECKPOINT - commit what the run has settled so far.
079500* The rejects file and any open acknowledgement are closed and
079600* opened again, so their lines are on disk before the restart
079700* record says they are. Then the restart record is rewritten
079800* with the phase, the lines settled and the running control
079900* totals. Lines settled after the last checkpoint are posted
080000* again by a resumed run.
080100*****************************************************************
080200 WRITE-CHECKPOINT.
080300     MOVE 0 TO WS-SINCE-CHECKPOINT.
080400     CLOSE REJECTFILE.
080500     PERFORM OPEN-REJECT-FILE.
080600     IF WS-ACK-OPEN IS NOT ZERO
080700       PERFORM CLOSE-ACKNOWLEDGEMENT
080800       PERFORM OPEN-ACKNOWLEDGEMENT
080900         THRU OPEN-ACKNOWLEDGEMENT-EXIT
081000     END-IF.
081100*
081200     MOVE SPACES TO RESTARTFD.
081300     MOVE WS-BUSINESS-DATE TO RST-BUSINESS-DATE.
081400     MOVE WS-RUN-PHASE TO RST-PHASE.
081500     MOVE WS-LINE-NUMBER TO RST-LINE-NUMBER.
081600     MOVE WS-RECYCLE-LINE-NUMBER TO RST-RECYCLE-LINE-NUMBER.
081700     MOVE WS-ACCEPTED-COUNT TO RST-ACCEPTED-COUNT.
081800     MOVE WS-REJECTED-COUNT TO RST-REJECTED-COUNT.
081900     MOVE WS-RECYCLE-ACCEPTED-COUNT
082000       TO RST-RECYCLE-ACCEPTED-COUNT.
082100     MOVE WS-RECYCLE-REJECTED-COUNT
082200       TO RST-RECYCLE-REJECTED-COUNT.
082300     MOVE WS-REFUSED-COUNT TO RST-REFUSED-COUNT.
082400     MOVE WS-OUTSIDE-COUNT TO RST-OUTSIDE-COUNT.
082500     MOVE WS-ACCEPTED-TOTAL TO RST-ACCEPTED-TOTAL.
082600     MOVE WS-REJECTED-TOTAL TO RST-REJECTED-TOTAL.
082700     MOVE WS-REFUSED-TOTAL TO RST-REFUSED-TOTAL.
082800     ACCEPT RST-CHECKPOINT-DATE FROM DATE YYYYMMDD.
082900     ACCEPT RST-CHECKPOINT-TIME FROM TIME.
083000     MOVE "R" TO RST-RESTART-CONTROL.
083100     OPEN OUTPUT RESTARTFILE.
083200     WRITE RESTARTFD.
083300     IF RST-FILE-STATUS IS NOT EQUAL TO "00"
083400       DISPLAY "Error: Unable to write checkpoint at line "
083500         WS-LINE-NUMBER " status " RST-FILE-STATUS
083600     END-IF.
083700     CLOSE RESTARTFILE.
