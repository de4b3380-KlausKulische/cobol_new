000100 identification division.
000200 program-id. aoc_ledgres.
000300
000400 environment division.
000500 input-output section.
000600  file-control.
000700  select ledgact_1 assign to 'ledgact.dat'
000800  organization is line sequential
000900  file status is ws_status_ledgact.
001000  select ledgrpt_1 assign to 'ledgrpt.txt'
001100  organization is line sequential
001200  file status is ws_status_ledgrpt.
001300  select ledgresub_1 assign to 'ledgresub.dat'
001400  organization is line sequential
001500  file status is ws_status_ledgresub.
001600  select ledgsusp_1 assign to 'ledgsusp.dat'
001700  organization is indexed
001800  access is dynamic
001900  record key is ls100-key
002000  file status is ws_status_ledgsusp.
002100
002200 data division.
002300 file section.
002400 fd ledgact_1.
002500 01 ledgact_1_file pic x(104).
002600 fd ledgrpt_1.
002700 01 ledgrpt_1_file pic x(130).
002800 fd ledgresub_1.
002900 01 ledgresub_1_file pic x(80).
003000 fd ledgsusp_1.
003100     copy "ledgsrec.cpy".
003200
003300 working-storage section.
003400 01 ws_status_ledgact   pic x(2) value "00".
003500 01 ws_status_ledgrpt   pic x(2) value "00".
003600 01 ws_status_ledgresub pic x(2) value "00".
003700 01 ws_status_ledgsusp  pic x(2) value "00".
003800 01 ws-eof pic a value 'N'.
003900 01 ws_susp_eof pic a value 'N'.
004000 01 ws_run_date     pic 9(8) value zero.
004100 01 ws_run_time_raw pic 9(8) value zero.
004200 01 ws_card_count    pic 9(6) value zero.
004300 01 ws_applied_count pic 9(6) value zero.
004400 01 ws_refused_count pic 9(6) value zero.
004500 01 ws_resub_count   pic 9(6) value zero.
004600 01 ws_resub_total   pic 9(8) value zero.
004700 01 ws_open_count    pic 9(6) value zero.
004800 01 ws_sent_count    pic 9(6) value zero.
004900 01 ws_refuse_text   pic x(30) value space.
005000 01 ws_log_line.
005100   03 ws_log_prefix     pic x(14) value "** IO ERROR **".
005200   03 filler            pic x value space.
005300   03 ws_log_filename   pic x(48).
005400   03 filler            pic x value space.
005500   03 ws_log_status_txt pic x(8) value "STATUS: ".
005600   03 ws_log_status     pic x(2).
005700   03 filler            pic x(2) value space.
005800   03 ws_log_msg        pic x(40).
005900     copy "calintfc.cpy".
006000
006100 01 ws_ledgact_card.
006200   03 la_action  pic x.
006300   03 filler     pic x.
006400   03 la_name    pic x(48).
006500   03 la_date    pic x(8).
006600   03 la_rec     pic x(6).
006700   03 filler     pic x.
006800   03 la_user    pic x(8).
006900   03 filler     pic x.
007000   03 la_reason  pic x(30).
007100
007200 01 ws_rpt_hdr.
007300   03 filler pic x(27) value "** LEDGER SUSPENSE WORK **".
007400   03 filler pic x(7) value "  RUN: ".
007500   03 hdr_run_date pic 9(8).
007600   03 filler pic x value space.
007700   03 hdr_run_time pic x(6).
007800
007900 01 ws_act_line.
008000   03 act_label pic x(14).
008100   03 filler pic x value space.
008200   03 act_branch pic x(48).
008300   03 filler pic x(7) value " DATE: ".
008400   03 act_date pic 9(8).
008500   03 filler pic x(6) value " REC: ".
008600   03 act_rec pic zzzzz9.
008700   03 filler pic x(6) value "  BY: ".
008800   03 act_user pic x(8).
008900   03 filler pic x(2) value space.
009000   03 act_text pic x(30).
009100
009200 01 ws_resub_line.
009300   03 filler pic x(14) value "RESUBMITTED  :".
009400   03 filler pic x value space.
009500   03 resub_branch pic x(48).
009600   03 filler pic x(7) value " DATE: ".
009700   03 resub_date pic 9(8).
009800   03 filler pic x(6) value " REC: ".
009900   03 resub_rec pic zzzzz9.
010000   03 filler pic x(9) value "  VALUE: ".
010100   03 resub_value pic zzzzz9.
010200   03 filler pic x(9) value "  TIMES: ".
010300   03 resub_times pic zz9.
010400
010500 01 ws_bad_line.
010600   03 bad_card pic x(104).
010700   03 filler pic x(20) value "  ** CARD INVALID **".
010800
010900 01 ws_sum_line.
011000   03 filler pic x(12) value "** CARDS :".
011100   03 sum_cards pic zzzzz9.
011200   03 filler pic x(12) value "  APPLIED :".
011300   03 sum_applied pic zzzzz9.
011400   03 filler pic x(12) value "  REFUSED :".
011500   03 sum_refused pic zzzzz9.
011600   03 filler pic x(16) value "  RESUBMITTED :".
011700   03 sum_resub pic zzzzz9.
011800   03 filler pic x(10) value "  VALUE :".
011900   03 sum_value pic zzzzzzz9.
012000
012100 01 ws_open_line.
012200   03 filler pic x(22) value "   STILL OPEN ITEMS :".
012300   03 open_count pic zzzzz9.
012400   03 filler pic x(24) value "  AWAITING LEDGER ACK :".
012500   03 sent_count pic zzzzz9.
012600
012700 procedure division.
012800    accept ws_run_date from date yyyymmdd.
012900    accept ws_run_time_raw from time.
013000    perform open_ledgrpt_1.
013100    perform open_ledgsusp_1.
013200    move ws_run_date to hdr_run_date.
013300    move ws_run_time_raw (1 : 6) to hdr_run_time.
013400    write ledgrpt_1_file from ws_rpt_hdr
013500      after advancing 1 line.
013600    open input ledgact_1.
013700    if ws_status_ledgact not = "00"
013800      move "LEDGACT.DAT" to ws_log_filename
013900      move ws_status_ledgact to ws_log_status
014000      move "OPEN INPUT FAILED" to ws_log_msg
014100      perform log_file_error
014200      move 16 to return-code
014300      stop run
014400    end-if.
014500    perform until ws-eof = 'Y'
014600      read ledgact_1 into ws_ledgact_card
014700         at end
014800            move 'Y' to ws-eof
014900         not at end
015000           if ws_status_ledgact not = "00"
015100             move "LEDGACT.DAT" to ws_log_filename
015200             move ws_status_ledgact to ws_log_status
015300             move "READ ERROR - SUSPENSE WORK ABANDONED"
015400               to ws_log_msg
015500             perform log_file_error
015600             move 16 to return-code
015700             stop run
015800           end-if
015900           perform apply_one_action
016000      end-read
016100    end-perform.
016200    close ledgact_1.
016300    perform write_resub_extract.
016400    move ws_card_count    to sum_cards.
016500    move ws_applied_count to sum_applied.
016600    move ws_refused_count to sum_refused.
016700    move ws_resub_count   to sum_resub.
016800    move ws_resub_total   to sum_value.
016900    write ledgrpt_1_file from ws_sum_line
017000      after advancing 1 line.
017100    move ws_open_count to open_count.
017200    move ws_sent_count to sent_count.
017300    write ledgrpt_1_file from ws_open_line
017400      after advancing 1 line.
017500    if ws_refused_count > zero
017600      move 8 to return-code
017700    end-if.
017800    close ledgrpt_1, ledgsusp_1.
017900    stop run.
018000
018100 open_ledgrpt_1 section.
018200     open output ledgrpt_1.
018300     if ws_status_ledgrpt not = "00"
018400       move "LEDGRPT.TXT" to ws_log_filename
018500       move ws_status_ledgrpt to ws_log_status
018600       move "OPEN FAILED" to ws_log_msg
018700       perform log_file_error
018800       move 16 to return-code
018900       stop run
019000     end-if.
019100
019200 open_ledgsusp_1 section.
019300     open i-o ledgsusp_1.
019400     if ws_status_ledgsusp not = "00"
019500       move "LEDGSUSP.DAT" to ws_log_filename
019600       move ws_status_ledgsusp to ws_log_status
019700       move "SUSPENSE UNAVAILABLE - NOTHING WORKED"
019800         to ws_log_msg
019900       perform log_file_error
020000       move 16 to return-code
020100       stop run
020200     end-if.
020300
020400 apply_one_action section.
020500     if ws_ledgact_card = spaces
020600       continue
020700     else
020800       perform apply_one_card
020900     end-if.
021000
021100 apply_one_card section.
021200     add 1 to ws_card_count.
021300     if (la_action not = 'R' and la_action not = 'W')
021400        or la_date not numeric or la_rec not numeric
021500       add 1 to ws_refused_count
021600       move ws_ledgact_card to bad_card
021700       write ledgrpt_1_file from ws_bad_line
021800         after advancing 1 line
021900     else
022000       move la_name to ls100-branch-file
022100       move la_date to ls100-bus-date
022200       move la_rec  to ls100-rec-num
022300       move space to ws_refuse_text
022400       read ledgsusp_1
022500         invalid key
022600           move "ITEM NOT ON LEDGER SUSPENSE" to ws_refuse_text
022700         not invalid key
022800           perform check_action_allowed
022900       end-read
023000       if ws_refuse_text = space
023100         perform post_action
023200       else
023300         add 1 to ws_refused_count
023400         move "REFUSED      :" to act_label
023500         move ws_refuse_text to act_text
023600         perform write_action_line
023700       end-if
023800     end-if.
023900
024000 check_action_allowed section.
024100     evaluate true
024200       when ls100-closed-item
024300         move "ITEM ALREADY POSTED BY LEDGER" to ws_refuse_text
024400       when ls100-written-off
024500         move "ITEM ALREADY WRITTEN OFF" to ws_refuse_text
024600       when la_action = 'W' and la_reason = space
024700         move "WRITE-OFF REASON REQUIRED" to ws_refuse_text
024800       when other
024900         continue
025000     end-evaluate.
025100
025200 post_action section.
025300     add 1 to ws_applied_count.
025400     move ws_run_date to ls100-action-date.
025500     move la_user to ls100-action-user.
025600     if la_action = 'R'
025700       move 'M' to ls100-status
025800       move "MARKED RESUB :" to act_label
025900       move space to act_text
026000     else
026100       move 'W' to ls100-status
026200       move la_reason to ls100-writeoff-reason
026300       move "WRITTEN OFF  :" to act_label
026400       move la_reason to act_text
026500     end-if.
026600     rewrite ls100-suspense-record.
026700     perform write_action_line.
026800
026900 write_action_line section.
027000     move la_name to act_branch.
027100     move la_date to act_date.
027200     move la_rec  to act_rec.
027300     move la_user to act_user.
027400     write ledgrpt_1_file from ws_act_line
027500       after advancing 1 line.
027600
027700 write_resub_extract section.
027800     open output ledgresub_1.
027900     if ws_status_ledgresub not = "00"
028000       move "LEDGRESUB.DAT" to ws_log_filename
028100       move ws_status_ledgresub to ws_log_status
028200       move "OPEN FAILED - NOTHING RESUBMITTED" to ws_log_msg
028300       perform log_file_error
028400       move 16 to return-code
028500       stop run
028600     end-if.
028700     move low-values to ls100-key.
028800     start ledgsusp_1 key is not < ls100-key
028900       invalid key
029000         move 'Y' to ws_susp_eof
029100     end-start.
029200     perform until ws_susp_eof = 'Y'
029300       read ledgsusp_1 next
029400          at end
029500             move 'Y' to ws_susp_eof
029600          not at end
029700            if ws_status_ledgsusp not = "00"
029800              move "LEDGSUSP.DAT" to ws_log_filename
029900              move ws_status_ledgsusp to ws_log_status
030000              move "READ ERROR - RESUBMISSION ABANDONED"
030100                to ws_log_msg
030200              perform log_file_error
030300              move 16 to return-code
030400              stop run
030500            end-if
030600            perform extract_one_item
030700       end-read
030800     end-perform.
030900     move spaces to ci100-trailer-record.
031000     move "T" to ci100-t-type.
031100     move ws_resub_count to ci100-t-rec-count.
031200     move ws_resub_total to ci100-t-grand-total.
031300     write ledgresub_1_file from ci100-trailer-record
031400       after advancing 1 line.
031500     close ledgresub_1.
031600
031700 extract_one_item section.
031800     if ls100-resub-marked
031900       perform resubmit_one_item
032000     end-if.
032100     if ls100-open-item
032200       add 1 to ws_open_count
032300     end-if.
032400     if ls100-resub-sent
032500       add 1 to ws_sent_count
032600     end-if.
032700
032800 resubmit_one_item section.
032900     move spaces to ci100-detail-record.
033000     move "D" to ci100-d-type.
033100     move ls100-branch-file to ci100-d-branch-file.
033200     move ls100-bus-date    to ci100-d-bus-date.
033300     move ls100-rec-num     to ci100-d-rec-num.
033400     move ls100-calib-value to ci100-d-calib-value.
033500     write ledgresub_1_file from ci100-detail-record
033600       after advancing 1 line.
033700     add 1 to ws_resub_count.
033800     add ls100-calib-value to ws_resub_total.
033900     move 'S' to ls100-status.
034000     move ws_run_date to ls100-resub-date.
034100     add 1 to ls100-resub-count.
034200     rewrite ls100-suspense-record.
034300     move ls100-branch-file to resub_branch.
034400     move ls100-bus-date    to resub_date.
034500     move ls100-rec-num     to resub_rec.
034600     move ls100-calib-value to resub_value.
034700     move ls100-resub-count to resub_times.
034800     write ledgrpt_1_file from ws_resub_line
034900       after advancing 1 line.
035000
035100 log_file_error section.
035200     display ws_log_line.
035300
035400 end program aoc_ledgres.
