002330  access is dynamic
002340  record key is rs100-key
002350  file status is ws_status_rejsusp.
002360  select calmhist_1 assign to 'calmhist.dat'
002370  organization is line sequential
002380  file status is ws_status_calmhist.
002383  select calperd_1 assign to 'calperd.dat'
002386  organization is indexed
002389  access is dynamic
002392  record key is pd100-period
002395  file status is ws_status_calperd.
002400
002500 data division.
002600 file section.
003600     copy "calmrec.cpy".
003610 fd rejsusp_1.
003620     copy "rejsrec.cpy".
003630 fd calmhist_1.
003640 01 calmhist_1_file pic x(103).
003650 fd calperd_1.
003660     copy "calperd.cpy".
003700
003800 working-storage section.
003900 01 ws_status_rejfix    pic x(2) value "00".
004300 01 ws_status_calmastr  pic x(2) value "00".
004310 01 ws_status_rejsusp   pic x(2) value "00".
004320 01 ws_rejsusp_open     pic a value 'N'.
004330 01 ws_status_calmhist  pic x(2) value "00".
004340 01 ws_calmhist_open    pic a value 'N'.
004347 01 ws_status_calperd  pic x(2) value "00".
004354 01 ws_calperd_open    pic a value 'N'.
004361 01 ws_period_closed   pic a value 'N'.
004368 01 ws_last_closed     pic a value 'N'.
004375 01 ws_chk_period      pic 9(6) value zero.
004382 01 ws_last_period     pic 9(6) value zero.
004389 01 ws_closed_count   pic 9(6) value zero.
004400 01 ws-eof          pic a value 'N'.
004500 01 ws_ctl_eof      pic a value 'N'.
004600 01 ws_calmastr_open pic a value 'N'.
008600     copy "numdelim.cpy".
008700     copy "calctl.cpy".
008710     copy "calintfc.cpy".
008720     copy "calmhist.cpy".
008800
008900 01 ws_rejfix_card.
009000   03 rj_src     pic x(48).
012400   03 filler pic x(22) value "   UNRESOLVED REJECTS:".
012500   03 unres_count pic zzzzz9.
012600
012610 01 ws_closed_line.
012620   03 filler pic x(22) value "   CLOSED MONTH CARDS:".
012630   03 closed_count pic zzzzz9.
012640
012700 procedure division.
012800    accept ws_run_date from date yyyymmdd.
012900    accept ws_run_time_raw from time.
013100    perform open_adjaudit_1.
013200    perform open_adjtotal_1.
013300    perform open_calmastr_1.
013305    perform open_calmhist_1.
013310    perform open_adjintf_1.
013320    perform open_rejsusp_1.
013330    perform open_calperd_1.
013400    open input rejfix_1.
013500    if ws_status_rejfix not = "00"
013600      move "REJFIX.DAT" to ws_log_filename
015600    end-if.
015610    if ws_rejsusp_open = 'Y'
015620      close rejsusp_1
015621    end-if.
015622    if ws_calmhist_open = 'Y'
015623      close calmhist_1
015624    end-if.
015625    if ws_calperd_open = 'Y'
015626      close calperd_1
015627    end-if.
015628    if ws_closed_count > zero
015629      move 8 to return-code
015630    end-if.
015700    stop run.
015800
023350     if ws_rejfix_card = spaces
023360       continue
023370     else
023372       perform check_card_period
023374       if ws_period_closed = 'Y'
023376         perform refuse_closed_card
023378       else
023380         perform repair_one_card
023382       end-if
023390     end-if.

023395 repair_one_card section.
027300       move rj_src to cm100-branch-file
027400       move ws_post_date to cm100-bus-date
027500       move ws_rec_num to cm100-rec-num
027510       perform read_master_before
027600       move num_digit_6 to cm100-first-digit
027700       move num_digit_11 to cm100-last-digit
027800       move concat_num_1 to cm100-calib-value
027810       if mh100-added
027820         write cm100-master-record
027830       else
027840         rewrite cm100-master-record
027850       end-if
027860       if ws_status_calmastr = "00"
027870         perform write_master_history
027880       end-if
028300     end-if.
028400
028500 write_adjustment_totals section.
029300     move ws_unresolved_count to unres_count.
029400     write adjtotal_1_file from ws_unres_line
029500       after advancing 1 line.
029510     if ws_closed_count > zero
029520       move ws_closed_count to closed_count
029530       write adjtotal_1_file from ws_closed_line
029540         after advancing 1 line
029550     end-if.
029600
029610 write_adjintf_record section.
029615     move spaces to ci100-detail-record.
029715
029720 log_file_error section.
029730     display ws_log_line.
029733
029736 open_calmhist_1 section.
029739     open extend calmhist_1.
029742     if ws_status_calmhist = "35"
029745       open output calmhist_1
029748     end-if.
029751     if ws_status_calmhist = "00"
029754       move 'Y' to ws_calmhist_open
029757     else
029760       move "CALMHIST.DAT" to ws_log_filename
029763       move ws_status_calmhist to ws_log_status
029766       move "JOURNAL UNAVAILABLE - LOOKUPS NOT POSTED"
029769         to ws_log_msg
029772       perform log_file_error
029775       if ws_calmastr_open = 'Y'
029778         close calmastr_1
029781         move 'N' to ws_calmastr_open
029784       end-if
029787     end-if.
029790
029793 read_master_before section.
029796     move cm100-key to mh100-key.
029799     move 'A'  to mh100-action.
029802     move zero to mh100-before-first.
029805     move zero to mh100-before-last.
029808     move zero to mh100-before-value.
029811     read calmastr_1
029814       invalid key
029817         continue
029820       not invalid key
029823         move 'C' to mh100-action
029826         move cm100-first-digit to mh100-before-first
029829         move cm100-last-digit  to mh100-before-last
029832         move cm100-calib-value to mh100-before-value
029835     end-read.
029838     move mh100-key to cm100-key.
029841
029844 write_master_history section.
029847     move cm100-first-digit to mh100-after-first.
029850     move cm100-last-digit  to mh100-after-last.
029853     move cm100-calib-value to mh100-after-value.
029856     move "AOC_REPAIR" to mh100-program.
029859     move ws_run_date to mh100-run-date.
029862     move ws_run_time_raw (1 : 6) to mh100-run-time.
029865     write calmhist_1_file from mh100-history-record
029868       after advancing 1 line.
029900
030000 num_delimiter section.
030100     move zero to num_digit_6, num_digit_7, num_digit_8,
034700     multiply num_digit_6 by 10 giving concat_num_1.
034800     add num_digit_11 to concat_num_1.
034900
034901 open_calperd_1 section.
034902     open input calperd_1.
034903     if ws_status_calperd = "00"
034904       move 'Y' to ws_calperd_open
034905     else
034906       if ws_status_calperd not = "35"
034907         move "CALPERD.DAT" to ws_log_filename
034908         move ws_status_calperd to ws_log_status
034909         move "PERIOD FILE UNAVAILABLE - REPAIR REFUSED"
034910           to ws_log_msg
034911         perform log_file_error
034912         move 16 to return-code
034913         stop run
034914       end-if
034915     end-if.
034916
034917 check_period_closed section.
034918     move 'N' to ws_period_closed.
034919     if ws_calperd_open = 'Y'
034920       if ws_chk_period not = ws_last_period
034921         move ws_chk_period to ws_last_period
034922         move 'N' to ws_last_closed
034923         move ws_chk_period to pd100-period
034924         read calperd_1
034925           invalid key
034926             continue
034927           not invalid key
034928             if pd100-closed
034929               move 'Y' to ws_last_closed
034930             end-if
034931         end-read
034932       end-if
034933       move ws_last_closed to ws_period_closed
034934     end-if.
034935
034936 check_card_period section.
034937     if rj_bus_date numeric
034938       move rj_bus_date to ws_post_date
034939     else
034940       move ws_g_date to ws_post_date
034941     end-if.
034942     move ws_post_date (1 : 6) to ws_chk_period.
034943     perform check_period_closed.
034944
034945 refuse_closed_card section.
034946     add 1 to ws_fix_count.
034947     add 1 to ws_closed_count.
034948     move rj_rec_num to ws_rec_num_txt.
034949     inspect ws_rec_num_txt replacing leading space by "0".
034950     if ws_rec_num_txt numeric
034951       move ws_rec_num_txt to ws_rec_num
034952     else
034953       move zero to ws_rec_num
034954     end-if.
034955     move zero to concat_num_1.
034956     move "CLOSED MONTH" to aud_status.
034957     perform write_audit_record.
034958
035000 end program aoc_repair.
