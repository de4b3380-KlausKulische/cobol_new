000100 identification division.
000200 program-id. aoc_hist.
000300
000400 environment division.
000500 input-output section.
000600  file-control.
000700  select histreq_1 assign to 'histreq.dat'
000800  organization is line sequential
000900  file status is ws_status_histreq.
001000  select histrpt_1 assign to 'histrpt.txt'
001100  organization is line sequential
001200  file status is ws_status_histrpt.
001300  select calmhist_1 assign to 'calmhist.dat'
001400  organization is line sequential
001500  file status is ws_status_calmhist.
001600
001700 data division.
001800 file section.
001900 fd histreq_1.
002000 01 histreq_1_file pic x(70).
002100 fd histrpt_1.
002200 01 histrpt_1_file pic x(170).
002300 fd calmhist_1.
002400 01 calmhist_1_file pic x(103).
002500
002600 working-storage section.
002700 01 ws_status_histreq  pic x(2) value "00".
002800 01 ws_status_histrpt  pic x(2) value "00".
002900 01 ws_status_calmhist pic x(2) value "00".
003000 01 ws-eof pic a value 'N'.
003100 01 ws_hist_eof pic a value 'N'.
003200 01 ws_request_count pic 9(6) value zero.
003300 01 ws_invalid_count pic 9(6) value zero.
003400 01 ws_listed_count  pic 9(6) value zero.
003500 01 ws_card_hits     pic 9(6) value zero.
003600 01 ws_card_kind     pic x value space.
003700 01 ws_want_entry    pic a value 'N'.
003800 01 ws_log_line.
003900   03 ws_log_prefix     pic x(14) value "** IO ERROR **".
004000   03 filler            pic x value space.
004100   03 ws_log_filename   pic x(48).
004200   03 filler            pic x value space.
004300   03 ws_log_status_txt pic x(8) value "STATUS: ".
004400   03 ws_log_status     pic x(2).
004500   03 filler            pic x(2) value space.
004600   03 ws_log_msg        pic x(40).
004700     copy "calmhist.cpy".
004800
004900 01 ws_hist_card.
005000   03 hc_name  pic x(48).
005100   03 hc_date  pic x(8).
005200   03 hc_rec   pic x(6).
005300   03 hc_date2 pic x(8).
005400
005500 01 ws_req_line.
005600   03 filler pic x(14) value "** HISTORY : ".
005700   03 req_card pic x(70).
005800
005900 01 ws_hist_line.
006000   03 hist_name pic x(48).
006100   03 filler pic x(7) value " DATE: ".
006200   03 hist_date pic 9(8).
006300   03 filler pic x(6) value " REC: ".
006400   03 hist_rec pic zzzzz9.
006500   03 filler pic x(2) value space.
006600   03 hist_action pic x(6).
006700   03 filler pic x(10) value "  BEFORE: ".
006800   03 hist_b_value pic zzzzz9.
006900   03 filler pic x value space.
007000   03 hist_b_first pic 9.
007100   03 filler pic x value "/".
007200   03 hist_b_last pic 9.
007300   03 filler pic x(9) value "  AFTER: ".
007400   03 hist_a_value pic zzzzz9.
007500   03 filler pic x value space.
007600   03 hist_a_first pic 9.
007700   03 filler pic x value "/".
007800   03 hist_a_last pic 9.
007900   03 filler pic x(6) value "  BY: ".
008000   03 hist_program pic x(10).
008100   03 filler pic x(6) value "  ON: ".
008200   03 hist_run_date pic 9(8).
008300   03 filler pic x value space.
008400   03 hist_run_time pic 9(6).
008500
008600 01 ws_cnt_line.
008700   03 filler pic x(13) value "   CHANGES: ".
008800   03 cnt_hits pic zzzzz9.
008900
009000 01 ws_none_line.
009100   03 filler pic x(19) value "   ** NO HISTORY **".
009200
009300 01 ws_hist_bad.
009400   03 bad_card pic x(70).
009500   03 filler pic x(20) value "  ** CARD INVALID **".
009600
009700 01 ws_hist_trailer.
009800   03 filler pic x(16) value "** REQUESTS :".
009900   03 hist_t_reqs pic zzzzz9.
010000   03 filler pic x(12) value "  INVALID :".
010100   03 hist_t_bad pic zzzzz9.
010200   03 filler pic x(11) value "  LISTED :".
010300   03 hist_t_listed pic zzzzz9.
010400
010500 procedure division.
010600    open input histreq_1.
010700    if ws_status_histreq not = "00"
010800      move "HISTREQ.DAT" to ws_log_filename
010900      move ws_status_histreq to ws_log_status
011000      move "OPEN INPUT FAILED" to ws_log_msg
011100      perform log_file_error
011200      move 16 to return-code
011300      stop run
011400    end-if.
011500    open output histrpt_1.
011600    if ws_status_histrpt not = "00"
011700      move "HISTRPT.TXT" to ws_log_filename
011800      move ws_status_histrpt to ws_log_status
011900      move "OPEN FAILED" to ws_log_msg
012000      perform log_file_error
012100      move 16 to return-code
012200      stop run
012300    end-if.
012400    perform until ws-eof = 'Y'
012500      read histreq_1 into ws_hist_card
012600         at end
012700            move 'Y' to ws-eof
012800         not at end
012900           if ws_status_histreq not = "00"
013000             move "HISTREQ.DAT" to ws_log_filename
013100             move ws_status_histreq to ws_log_status
013200             move "READ ERROR - REQUESTS ABANDONED"
013300               to ws_log_msg
013400             perform log_file_error
013500             move 16 to return-code
013600             stop run
013700           end-if
013800           perform answer_one_request
013900      end-read
014000    end-perform.
014100    move ws_request_count to hist_t_reqs.
014200    move ws_invalid_count to hist_t_bad.
014300    move ws_listed_count  to hist_t_listed.
014400    write histrpt_1_file from ws_hist_trailer
014500      after advancing 1 line.
014600    if ws_invalid_count > zero
014700      move 8 to return-code
014800    end-if.
014900    close histreq_1, histrpt_1.
015000    stop run.
015100
015200 answer_one_request section.
015300     if ws_hist_card = spaces
015400       continue
015500     else
015600       perform answer_one_card
015700     end-if.
015800
015900 answer_one_card section.
016000     add 1 to ws_request_count.
016100     move space to ws_card_kind.
016200     evaluate true
016300       when hc_rec = "ALL"
016400         if hc_name not = spaces
016500           move 'B' to ws_card_kind
016600         end-if
016700       when hc_rec = "RANGE"
016800         if hc_date numeric and hc_date2 numeric
016900            and hc_date2 not < hc_date
017000           move 'R' to ws_card_kind
017100         end-if
017200       when other
017300         if hc_date numeric and hc_rec numeric
017400           move 'K' to ws_card_kind
017500         end-if
017600     end-evaluate.
017700     if ws_card_kind = space
017800       add 1 to ws_invalid_count
017900       move ws_hist_card to bad_card
018000       write histrpt_1_file from ws_hist_bad
018100         after advancing 1 line
018200     else
018300       move ws_hist_card to req_card
018400       write histrpt_1_file from ws_req_line
018500         after advancing 1 line
018600       perform scan_history
018700       if ws_card_hits = zero
018800         write histrpt_1_file from ws_none_line
018900           after advancing 1 line
019000       else
019100         move ws_card_hits to cnt_hits
019200         write histrpt_1_file from ws_cnt_line
019300           after advancing 1 line
019400       end-if
019500     end-if.
019600
019700 scan_history section.
019800     move zero to ws_card_hits.
019900     open input calmhist_1.
020000     if ws_status_calmhist = "35"
020100       continue
020200     else
020300       if ws_status_calmhist not = "00"
020400         move "CALMHIST.DAT" to ws_log_filename
020500         move ws_status_calmhist to ws_log_status
020600         move "JOURNAL UNAVAILABLE - NO HISTORY" to ws_log_msg
020700         perform log_file_error
020800         move 16 to return-code
020900         stop run
021000       end-if
021100       move 'N' to ws_hist_eof
021200       perform until ws_hist_eof = 'Y'
021300         read calmhist_1 into mh100-history-record
021400            at end
021500               move 'Y' to ws_hist_eof
021600            not at end
021700              if ws_status_calmhist not = "00"
021800                move "CALMHIST.DAT" to ws_log_filename
021900                move ws_status_calmhist to ws_log_status
022000                move "READ ERROR - REQUESTS ABANDONED"
022100                  to ws_log_msg
022200                perform log_file_error
022300                move 16 to return-code
022400                stop run
022500              end-if
022600              perform select_one_entry
022700         end-read
022800       end-perform
022900       close calmhist_1
023000     end-if.
023100
023200 select_one_entry section.
023300     move 'N' to ws_want_entry.
023400     evaluate ws_card_kind
023500       when 'K'
023600         if mh100-branch-file = hc_name
023700            and mh100-bus-date = hc_date
023800            and mh100-rec-num = hc_rec
023900           move 'Y' to ws_want_entry
024000         end-if
024100       when 'B'
024200         if mh100-branch-file = hc_name
024300           move 'Y' to ws_want_entry
024400         end-if
024500       when 'R'
024600         if mh100-bus-date not < hc_date
024700            and mh100-bus-date not > hc_date2
024800            and (hc_name = spaces or mh100-branch-file = hc_name)
024900           move 'Y' to ws_want_entry
025000         end-if
025100     end-evaluate.
025200     if ws_want_entry = 'Y'
025300       perform write_history_line
025400     end-if.
025500
025600 write_history_line section.
025700     add 1 to ws_card_hits.
025800     add 1 to ws_listed_count.
025900     move mh100-branch-file to hist_name.
026000     move mh100-bus-date    to hist_date.
026100     move mh100-rec-num     to hist_rec.
026200     evaluate true
026300       when mh100-added
026400         move "ADD" to hist_action
026500       when mh100-changed
026600         move "CHANGE" to hist_action
026700       when mh100-deleted
026800         move "DELETE" to hist_action
026900       when other
027000         move mh100-action to hist_action
027100     end-evaluate.
027200     move mh100-before-value to hist_b_value.
027300     move mh100-before-first to hist_b_first.
027400     move mh100-before-last  to hist_b_last.
027500     move mh100-after-value  to hist_a_value.
027600     move mh100-after-first  to hist_a_first.
027700     move mh100-after-last   to hist_a_last.
027800     move mh100-program      to hist_program.
027900     move mh100-run-date     to hist_run_date.
028000     move mh100-run-time     to hist_run_time.
028100     write histrpt_1_file from ws_hist_line
028200       after advancing 1 line.
028300
028400 log_file_error section.
028500     display ws_log_line.
028600
028700 end program aoc_hist.
