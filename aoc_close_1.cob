000100 identification division.
000200 program-id. aoc_close.
000300
000400 environment division.
000500 input-output section.
000600  file-control.
000700  select closereq_1 assign to 'closereq.dat'
000800  organization is line sequential
000900  file status is ws_status_closereq.
001000  select calperd_1 assign to 'calperd.dat'
001100  organization is indexed
001200  access is dynamic
001300  record key is pd100-period
001400  file status is ws_status_calperd.
001500  select calendar_1 assign to 'calendar.dat'
001600  organization is line sequential
001700  file status is ws_status_calendar.
001800  select runlog_1 assign to 'runlog.dat'
001900  organization is line sequential
002000  file status is ws_status_runlog.
002100  select branchreg_1 assign to 'branchreg.dat'
002200  organization is line sequential
002300  file status is ws_status_branchreg.
002400  select brfilex_1 assign to 'brfilex.dat'
002500  organization is indexed
002600  access is dynamic
002700  record key is bf100-branch-file
002800  file status is ws_status_brfilex.
002900  select adjaudit_1 assign to 'adjaudit.txt'
003000  organization is line sequential
003100  file status is ws_status_adjaudit.
003200  select calmastr_1 assign to 'calmastr.dat'
003300  organization is indexed
003400  access is dynamic
003500  record key is cm100-key
003600  file status is ws_status_calmastr.
003700  select brwork_1 assign to 'clsbrw.dat'
003800  organization is indexed
003900  access is dynamic
004000  record key is bw_code
004100  file status is ws_status_brwork.
004200  select adjwork_1 assign to 'clsadjw.dat'
004300  organization is indexed
004400  access is dynamic
004500  record key is aw_key
004600  file status is ws_status_adjwork.
004700  select stmwork_1 assign to 'clsstmw.dat'
004800  organization is indexed
004900  access is dynamic
005000  record key is sw_key
005100  file status is ws_status_stmwork.
005200  select closestmt_1 assign to 'closestmt.txt'
005300  organization is line sequential
005400  file status is ws_status_closestmt.
005500  select periodlog_1 assign to 'periodlog.txt'
005600  organization is line sequential
005700  file status is ws_status_periodlog.
005800
005900 data division.
006000 file section.
006100 fd closereq_1.
006200 01 closereq_1_file pic x(80).
006300 fd calperd_1.
006400     copy "calperd.cpy".
006500 fd calendar_1.
006600 01 calendar_1_file pic x(80).
006700 fd runlog_1.
006800 01 runlog_1_file pic x(80).
006900 fd branchreg_1.
007000 01 branchreg_1_file pic x(80).
007100 fd brfilex_1.
007200     copy "brfxrec.cpy".
007300 fd adjaudit_1.
007400 01 adjaudit_1_file pic x(120).
007500 fd calmastr_1.
007600     copy "calmrec.cpy".
007700 fd brwork_1.
007800 01 brwork_1_file.
007900   03 bw_code   pic x(8).
008000   03 bw_region pic x(8).
008100   03 bw_name   pic x(30).
008200 fd adjwork_1.
008300 01 adjwork_1_file.
008400   03 aw_key.
008500     05 aw_branch_file pic x(48).
008600     05 aw_bus_date    pic 9(8).
008700     05 aw_rec_num     pic 9(6).
008800   03 aw_value pic 9(6).
008900 fd stmwork_1.
009000 01 stmwork_1_file.
009100   03 sw_key.
009200     05 sw_region   pic x(8).
009300     05 sw_code     pic x(8).
009400     05 sw_bus_date pic 9(8).
009500   03 sw_name       pic x(30).
009600   03 sw_night_recs pic 9(8).
009700   03 sw_night_tot  pic 9(10).
009800   03 sw_adj_recs   pic 9(8).
009900   03 sw_adj_tot    pic 9(10).
010000 fd closestmt_1.
010100 01 closestmt_1_file pic x(132).
010200 fd periodlog_1.
010300 01 periodlog_1_file pic x(132).
010400
010500 working-storage section.
010600 01 ws_status_closereq  pic x(2) value "00".
010700 01 ws_status_calperd   pic x(2) value "00".
010800 01 ws_status_calendar  pic x(2) value "00".
010900 01 ws_status_runlog    pic x(2) value "00".
011000 01 ws_status_branchreg pic x(2) value "00".
011100 01 ws_status_brfilex   pic x(2) value "00".
011200 01 ws_status_adjaudit  pic x(2) value "00".
011300 01 ws_status_calmastr  pic x(2) value "00".
011400 01 ws_status_brwork    pic x(2) value "00".
011500 01 ws_status_adjwork   pic x(2) value "00".
011600 01 ws_status_stmwork   pic x(2) value "00".
011700 01 ws_status_closestmt pic x(2) value "00".
011800 01 ws_status_periodlog pic x(2) value "00".
011900 01 ws_brfilex_open pic a value 'N'.
012000 01 ws_period_found pic a value 'N'.
012100 01 ws_read_eof     pic a value 'N'.
012200 01 ws_first_line   pic a value 'Y'.
012300 01 ws_run_date     pic 9(8) value zero.
012400 01 ws_run_time_raw pic 9(8) value zero.
012500 01 ws_period       pic 9(6) value zero.
012600 01 ws_period_r redefines ws_period.
012700   03 ws_period_yyyy pic 9(4).
012800   03 ws_period_mm   pic 9(2).
012900 01 ws_max_bus_date  pic 9(8) value zero.
013000 01 ws_last_bus_day  pic 9(8) value zero.
013100 01 ws_date_period   pic 9(6) value zero.
013200 01 ws_rec_txt       pic x(6) value space.
013300 01 ws_value_txt     pic x(6) value space.
013400 01 ws_master_recs   pic 9(8) value zero.
013500 01 ws_adj_loaded    pic 9(8) value zero.
013600 01 ws_cur_region    pic x(8) value space.
013700 01 ws_cur_code      pic x(8) value space.
013800 01 ws_cur_name      pic x(30) value space.
013900 01 ws_day_total     pic 9(10) value zero.
014000 01 ws_log_line.
014100   03 ws_log_prefix     pic x(14) value "** IO ERROR **".
014200   03 filler            pic x value space.
014300   03 ws_log_filename   pic x(48).
014400   03 filler            pic x value space.
014500   03 ws_log_status_txt pic x(8) value "STATUS: ".
014600   03 ws_log_status     pic x(2).
014700   03 filler            pic x(2) value space.
014800   03 ws_log_msg        pic x(40).
014900     copy "brregrec.cpy".
015000     copy "calcalr.cpy".
015100
015200 01 ws_closereq_card.
015300   03 cr_action pic x.
015400   03 filler    pic x.
015500   03 cr_period pic x(6).
015600   03 filler    pic x.
015700   03 cr_user   pic x(8).
015800   03 filler    pic x.
015900   03 cr_reason pic x(30).
016000   03 filler    pic x(32).
016100
016200 01 ws_runlog_rec.
016300   03 rl_run_date pic 9(8).
016400   03 filler      pic x.
016500   03 rl_run_time pic x(6).
016600   03 filler      pic x.
016700   03 rl_bus_date pic 9(8).
016800   03 filler      pic x(56).
016900
017000 01 ws_adjaudit_line.
017100   03 al_run_date pic x(8).
017200   03 filler      pic x.
017300   03 al_run_time pic x(6).
017400   03 filler      pic x.
017500   03 al_bus_date pic x(8).
017600   03 filler      pic x.
017700   03 al_src      pic x(48).
017800   03 filler      pic x(6).
017900   03 al_rec      pic x(6).
018000   03 filler      pic x(9).
018100   03 al_value    pic x(6).
018200   03 filler      pic x(2).
018300   03 al_status   pic x(12).
018400   03 filler      pic x(6).
018500
018600 01 ws_branch_sums.
018700   03 ws_br_night_recs pic 9(8) value zero.
018800   03 ws_br_night_tot  pic 9(10) value zero.
018900   03 ws_br_adj_recs   pic 9(8) value zero.
019000   03 ws_br_adj_tot    pic 9(10) value zero.
019100 01 ws_region_sums.
019200   03 ws_rg_night_recs pic 9(8) value zero.
019300   03 ws_rg_night_tot  pic 9(10) value zero.
019400   03 ws_rg_adj_recs   pic 9(8) value zero.
019500   03 ws_rg_adj_tot    pic 9(10) value zero.
019600 01 ws_period_sums.
019700   03 ws_pd_night_recs pic 9(8) value zero.
019800   03 ws_pd_night_tot  pic 9(10) value zero.
019900   03 ws_pd_adj_recs   pic 9(8) value zero.
020000   03 ws_pd_adj_tot    pic 9(10) value zero.
020100 01 ws_closing_recs  pic 9(8) value zero.
020200 01 ws_closing_total pic 9(10) value zero.
020300
020400 01 ws_stmt_hdr.
020500   03 filler pic x(38)
020600      value "** BRANCH CALIBRATION STATEMENTS **".
020700   03 filler pic x(8) value "PERIOD: ".
020800   03 hdr_period pic 9(6).
020900   03 filler pic x(10) value "  CLOSED: ".
021000   03 hdr_run_date pic 9(8).
021100   03 filler pic x value space.
021200   03 hdr_run_time pic x(6).
021300   03 filler pic x(6) value "  BY: ".
021400   03 hdr_user pic x(8).
021500
021600 01 ws_region_hdr.
021700   03 filler pic x(8) value "REGION: ".
021800   03 rh_region pic x(8).
021900
022000 01 ws_branch_hdr.
022100   03 filler pic x(10) value "  BRANCH: ".
022200   03 bh_code pic x(8).
022300   03 filler pic x(2) value space.
022400   03 bh_name pic x(30).
022500
022600 01 ws_date_line.
022700   03 filler pic x(4) value space.
022800   03 dl_date pic 9(8).
022900   03 filler pic x(10) value "  NIGHTLY:".
023000   03 dl_night_recs pic zzzzzzz9.
023100   03 filler pic x(6) value " RECS ".
023200   03 dl_night_tot pic zzzzzzzzz9.
023300   03 filler pic x(14) value "  ADJUSTMENTS:".
023400   03 dl_adj_recs pic zzzzzzz9.
023500   03 filler pic x(6) value " RECS ".
023600   03 dl_adj_tot pic zzzzzzzzz9.
023700   03 filler pic x(9) value "  TOTAL: ".
023800   03 dl_day_tot pic zzzzzzzzz9.
023900
024000 01 ws_sum_line.
024100   03 sum_label pic x(20).
024200   03 filler pic x(9) value "NIGHTLY:".
024300   03 sum_night_recs pic zzzzzzz9.
024400   03 filler pic x(6) value " RECS ".
024500   03 sum_night_tot pic zzzzzzzzz9.
024600   03 filler pic x(14) value "  ADJUSTMENTS:".
024700   03 sum_adj_recs pic zzzzzzz9.
024800   03 filler pic x(6) value " RECS ".
024900   03 sum_adj_tot pic zzzzzzzzz9.
025000   03 filler pic x(11) value "  CLOSING: ".
025100   03 sum_closing pic zzzzzzzzz9.
025200   03 filler pic x(2) value space.
025300   03 sum_final pic x(9).
025400
025500 01 ws_none_line.
025600   03 filler pic x(40) value "    ** NO ACTIVITY IN PERIOD **".
025700
025800 01 ws_signoff_line.
025900   03 filler pic x(10) value "** PERIOD ".
026000   03 so_period pic 9(6).
026100   03 filler pic x(27) value " CLOSED - STATEMENTS FINAL ".
026200   03 filler pic x(9) value "RECORDS: ".
026300   03 so_recs pic zzzzzzz9.
026400   03 filler pic x(18) value "  CLOSING TOTAL: ".
026500   03 so_total pic zzzzzzzzz9.
026600
026700 01 ws_plog_line.
026800   03 plog_run_date pic 9(8).
026900   03 filler pic x value space.
027000   03 plog_run_time pic x(6).
027100   03 filler pic x(9) value " PERIOD: ".
027200   03 plog_period pic 9(6).
027300   03 filler pic x value space.
027400   03 plog_action pic x(8).
027500   03 filler pic x(6) value " BY: ".
027600   03 plog_user pic x(8).
027700   03 filler pic x(10) value "  TOTAL: ".
027800   03 plog_total pic zzzzzzzzz9.
027900   03 filler pic x(11) value "  REASON: ".
028000   03 plog_reason pic x(30).
028100
028200 procedure division.
028300    accept ws_run_date from date yyyymmdd.
028400    accept ws_run_time_raw from time.
028500    perform read_close_request.
028600    perform open_calperd_1.
028700    move ws_period to pd100-period.
028800    move 'Y' to ws_period_found.
028900    read calperd_1
029000      invalid key
029100        move 'N' to ws_period_found
029200    end-read.
029300    if cr_action = 'R'
029400      perform reopen_period
029500    else
029600      perform close_period
029700    end-if.
029800    close calperd_1.
029900    stop run.
030000
030100 read_close_request section.
030200     open input closereq_1.
030300     if ws_status_closereq not = "00"
030400       move "CLOSEREQ.DAT" to ws_log_filename
030500       move ws_status_closereq to ws_log_status
030600       move "PERIOD CONTROL CARD MISSING" to ws_log_msg
030700       perform log_file_error
030800       move 16 to return-code
030900       stop run
031000     end-if.
031100     move spaces to ws_closereq_card.
031200     read closereq_1 into ws_closereq_card
031300        at end
031400          move "CLOSEREQ.DAT" to ws_log_filename
031500          move "  " to ws_log_status
031600          move "PERIOD CONTROL CARD EMPTY" to ws_log_msg
031700          perform log_file_error
031800          move 16 to return-code
031900          stop run
032000     end-read.
032100     if ws_status_closereq not = "00"
032200       move "CLOSEREQ.DAT" to ws_log_filename
032300       move ws_status_closereq to ws_log_status
032400       move "READ ERROR - CLOSE REFUSED" to ws_log_msg
032500       perform log_file_error
032600       move 16 to return-code
032700       stop run
032800     end-if.
032900     close closereq_1.
033000     if cr_action not = 'C' and cr_action not = 'R'
033100       move "CLOSEREQ.DAT" to ws_log_filename
033200       move "  " to ws_log_status
033300       move "ACTION MUST BE C OR R" to ws_log_msg
033400       perform log_file_error
033500       move 16 to return-code
033600       stop run
033700     end-if.
033800     if cr_period not numeric
033900       move "CLOSEREQ.DAT" to ws_log_filename
034000       move "  " to ws_log_status
034100       move "PERIOD NOT NUMERIC" to ws_log_msg
034200       perform log_file_error
034300       move 16 to return-code
034400       stop run
034500     end-if.
034600     move cr_period to ws_period.
034700     if ws_period_yyyy < 2000 or ws_period_yyyy > 2099
034800        or ws_period_mm < 01 or ws_period_mm > 12
034900       move "CLOSEREQ.DAT" to ws_log_filename
035000       move "  " to ws_log_status
035100       move "PERIOD IMPLAUSIBLE" to ws_log_msg
035200       perform log_file_error
035300       move 16 to return-code
035400       stop run
035500     end-if.
035600     if cr_user = spaces
035700       move "CLOSEREQ.DAT" to ws_log_filename
035800       move "  " to ws_log_status
035900       move "USER ID REQUIRED" to ws_log_msg
036000       perform log_file_error
036100       move 16 to return-code
036200       stop run
036300     end-if.
036400     if cr_action = 'R' and cr_reason = spaces
036500       move "CLOSEREQ.DAT" to ws_log_filename
036600       move "  " to ws_log_status
036700       move "REOPEN REASON REQUIRED" to ws_log_msg
036800       perform log_file_error
036900       move 16 to return-code
037000       stop run
037100     end-if.
037200
037300 open_calperd_1 section.
037400     open i-o calperd_1.
037500     if ws_status_calperd = "35"
037600       open output calperd_1
037700       close calperd_1
037800       open i-o calperd_1
037900     end-if.
038000     if ws_status_calperd not = "00"
038100       move "CALPERD.DAT" to ws_log_filename
038200       move ws_status_calperd to ws_log_status
038300       move "PERIOD FILE UNAVAILABLE - REFUSED" to ws_log_msg
038400       perform log_file_error
038500       move 16 to return-code
038600       stop run
038700     end-if.
038800
038900 reopen_period section.
039000     if ws_period_found = 'N' or not pd100-closed
039100       move "CALPERD.DAT" to ws_log_filename
039200       move "  " to ws_log_status
039300       move "PERIOD NOT CLOSED - NOTHING TO REOPEN" to ws_log_msg
039400       perform log_file_error
039500       close calperd_1
039600       move 8 to return-code
039700       stop run
039800     end-if.
039900     move 'R' to pd100-status.
040000     move ws_run_date to pd100-reopen-date.
040100     move ws_run_time_raw (1 : 6) to pd100-reopen-time.
040200     move cr_user to pd100-reopen-user.
040300     move cr_reason to pd100-reopen-reason.
040400     rewrite pd100-period-record.
040500     if ws_status_calperd not = "00"
040600       move "CALPERD.DAT" to ws_log_filename
040700       move ws_status_calperd to ws_log_status
040800       move "REWRITE FAILED - PERIOD NOT REOPENED" to ws_log_msg
040900       perform log_file_error
041000       move 16 to return-code
041100       stop run
041200     end-if.
041300     move "REOPENED" to plog_action.
041400     move zero to plog_total.
041500     move cr_reason to plog_reason.
041600     perform write_period_log.
041700
041800 close_period section.
041900     if ws_period_found = 'Y' and pd100-closed
042000       move "CALPERD.DAT" to ws_log_filename
042100       move "  " to ws_log_status
042200       move "PERIOD ALREADY CLOSED" to ws_log_msg
042300       perform log_file_error
042400       close calperd_1
042500       move 8 to return-code
042600       stop run
042700     end-if.
042800     perform check_month_run.
042900     perform load_branch_work.
043000     perform load_adjustment_work.
043100     perform open_stmwork_1.
043200     perform seed_branch_statements.
043300     perform open_brfilex_1.
043400     perform accumulate_master.
043500     if ws_brfilex_open = 'Y'
043600       close brfilex_1
043700     end-if.
043800     perform write_statements.
043900     close brwork_1, adjwork_1, stmwork_1.
044000     if ws_period_found = 'N'
044100       move spaces to pd100-period-record
044200       move ws_period to pd100-period
044300       move zero to pd100-close-count, pd100-reopen-date,
044400         pd100-reopen-time
044500     end-if.
044600     move 'C' to pd100-status.
044700     move ws_run_date to pd100-close-date.
044800     move ws_run_time_raw (1 : 6) to pd100-close-time.
044900     move cr_user to pd100-close-user.
045000     move ws_closing_recs to pd100-close-recs.
045100     move ws_closing_total to pd100-close-total.
045200     add 1 to pd100-close-count.
045300     if ws_period_found = 'N'
045400       write pd100-period-record
045500     else
045600       rewrite pd100-period-record
045700     end-if.
045800     if ws_status_calperd not = "00"
045900       move "CALPERD.DAT" to ws_log_filename
046000       move ws_status_calperd to ws_log_status
046100       move "WRITE FAILED - PERIOD NOT CLOSED" to ws_log_msg
046200       perform log_file_error
046300       move 16 to return-code
046400       stop run
046500     end-if.
046600     move "CLOSED" to plog_action.
046700     move ws_closing_total to plog_total.
046800     move cr_reason to plog_reason.
046900     perform write_period_log.
047000
047100 check_month_run section.
047200     move zero to ws_max_bus_date.
047300     move 'N' to ws_read_eof.
047400     open input runlog_1.
047500     if ws_status_runlog = "00"
047600       perform until ws_read_eof = 'Y'
047700         read runlog_1 into ws_runlog_rec
047800            at end
047900               move 'Y' to ws_read_eof
048000            not at end
048100              if ws_status_runlog not = "00"
048200                move "RUNLOG.DAT" to ws_log_filename
048300                move ws_status_runlog to ws_log_status
048400                move "READ ERROR - CLOSE REFUSED" to ws_log_msg
048500                perform log_file_error
048600                move 16 to return-code
048700                stop run
048800              end-if
048900              if rl_bus_date numeric
049000                 and rl_bus_date > ws_max_bus_date
049100                move rl_bus_date to ws_max_bus_date
049200              end-if
049300         end-read
049400       end-perform
049500       close runlog_1
049600     end-if.
049700     move zero to ws_last_bus_day.
049800     move 'N' to ws_read_eof.
049900     open input calendar_1.
050000     if ws_status_calendar not = "00"
050100       move "CALENDAR.DAT" to ws_log_filename
050200       move ws_status_calendar to ws_log_status
050300       move "NO CALENDAR - CLOSE REFUSED" to ws_log_msg
050400       perform log_file_error
050500       move 16 to return-code
050600       stop run
050700     end-if.
050800     perform until ws_read_eof = 'Y'
050900       read calendar_1 into cd100-calendar-record
051000          at end
051100             move 'Y' to ws_read_eof
051200          not at end
051300            if ws_status_calendar not = "00"
051400              move "CALENDAR.DAT" to ws_log_filename
051500              move ws_status_calendar to ws_log_status
051600              move "READ ERROR - CLOSE REFUSED" to ws_log_msg
051700              perform log_file_error
051800              move 16 to return-code
051900              stop run
052000            end-if
052100            if cd100-cal-date numeric and cd100-business-day
052200              move cd100-cal-date (1 : 6) to ws_date_period
052300              if ws_date_period = ws_period
052400                 and cd100-cal-date > ws_last_bus_day
052500                move cd100-cal-date to ws_last_bus_day
052600              end-if
052700            end-if
052800       end-read
052900     end-perform.
053000     close calendar_1.
053100     if ws_last_bus_day > ws_max_bus_date
053200       move "RUNLOG.DAT" to ws_log_filename
053300       move "  " to ws_log_status
053400       move "MONTH NOT FULLY RUN - CLOSE REFUSED" to ws_log_msg
053500       perform log_file_error
053600       close calperd_1
053700       move 8 to return-code
053800       stop run
053900     end-if.
054000
054100 load_branch_work section.
054200     open output brwork_1.
054300     close brwork_1.
054400     open i-o brwork_1.
054500     if ws_status_brwork not = "00"
054600       move "CLSBRW.DAT" to ws_log_filename
054700       move ws_status_brwork to ws_log_status
054800       move "WORK FILE OPEN FAILED" to ws_log_msg
054900       perform log_file_error
055000       move 16 to return-code
055100       stop run
055200     end-if.
055300     open input branchreg_1.
055400     if ws_status_branchreg not = "00"
055500       move "BRANCHREG.DAT" to ws_log_filename
055600       move ws_status_branchreg to ws_log_status
055700       move "NO BRANCH REGISTRY - CLOSE REFUSED" to ws_log_msg
055800       perform log_file_error
055900       move 16 to return-code
056000       stop run
056100     end-if.
056200     move 'N' to ws_read_eof.
056300     perform until ws_read_eof = 'Y'
056400       read branchreg_1 into br100-registry-record
056500          at end
056600             move 'Y' to ws_read_eof
056700          not at end
056800            if ws_status_branchreg not = "00"
056900              move "BRANCHREG.DAT" to ws_log_filename
057000              move ws_status_branchreg to ws_log_status
057100              move "READ ERROR - CLOSE REFUSED" to ws_log_msg
057200              perform log_file_error
057300              move 16 to return-code
057400              stop run
057500            end-if
057600            if br100-branch-code not = spaces
057700              move br100-branch-code to bw_code
057800              move br100-region to bw_region
057900              move br100-branch-name to bw_name
058000              write brwork_1_file
058100                invalid key
058200                  continue
058300              end-write
058400            end-if
058500       end-read
058600     end-perform.
058700     close branchreg_1.
058800
058900 load_adjustment_work section.
059000     open output adjwork_1.
059100     close adjwork_1.
059200     open i-o adjwork_1.
059300     if ws_status_adjwork not = "00"
059400       move "CLSADJW.DAT" to ws_log_filename
059500       move ws_status_adjwork to ws_log_status
059600       move "WORK FILE OPEN FAILED" to ws_log_msg
059700       perform log_file_error
059800       move 16 to return-code
059900       stop run
060000     end-if.
060100     open input adjaudit_1.
060200     if ws_status_adjaudit not = "00"
060300        and ws_status_adjaudit not = "35"
060400       move "ADJAUDIT.TXT" to ws_log_filename
060500       move ws_status_adjaudit to ws_log_status
060600       move "OPEN FAILED - CLOSE REFUSED" to ws_log_msg
060700       perform log_file_error
060800       move 16 to return-code
060900       stop run
061000     end-if.
061100     if ws_status_adjaudit = "00"
061200       perform read_adjustment_audit
061300     end-if.
061400
061500 read_adjustment_audit section.
061600     move 'N' to ws_read_eof.
061700     perform until ws_read_eof = 'Y'
061800       read adjaudit_1 into ws_adjaudit_line
061900          at end
062000             move 'Y' to ws_read_eof
062100          not at end
062200            if ws_status_adjaudit not = "00"
062300              move "ADJAUDIT.TXT" to ws_log_filename
062400              move ws_status_adjaudit to ws_log_status
062500              move "READ ERROR - CLOSE REFUSED" to ws_log_msg
062600              perform log_file_error
062700              move 16 to return-code
062800              stop run
062900            end-if
063000            if al_status = "REPAIRED" and al_bus_date numeric
063100              move al_bus_date (1 : 6) to ws_date_period
063200              if ws_date_period = ws_period
063300                perform stash_adjustment
063400              end-if
063500            end-if
063600       end-read
063700     end-perform.
063800     close adjaudit_1.
063900
064000 stash_adjustment section.
064100     move al_rec to ws_rec_txt.
064200     inspect ws_rec_txt replacing leading space by "0".
064300     move al_value to ws_value_txt.
064400     inspect ws_value_txt replacing leading space by "0".
064500     if ws_rec_txt numeric and ws_value_txt numeric
064600       move al_src to aw_branch_file
064700       move al_bus_date to aw_bus_date
064800       move ws_rec_txt to aw_rec_num
064900       move ws_value_txt to aw_value
065000       write adjwork_1_file
065100         invalid key
065200           rewrite adjwork_1_file
065300       end-write
065400       add 1 to ws_adj_loaded
065500     end-if.
065600
065700 open_stmwork_1 section.
065800     open output stmwork_1.
065900     close stmwork_1.
066000     open i-o stmwork_1.
066100     if ws_status_stmwork not = "00"
066200       move "CLSSTMW.DAT" to ws_log_filename
066300       move ws_status_stmwork to ws_log_status
066400       move "WORK FILE OPEN FAILED" to ws_log_msg
066500       perform log_file_error
066600       move 16 to return-code
066700       stop run
066800     end-if.
066900
067000 seed_branch_statements section.
067100     move 'N' to ws_read_eof.
067200     move low-values to bw_code.
067300     start brwork_1 key is not < bw_code
067400       invalid key
067500         move 'Y' to ws_read_eof
067600     end-start.
067700     perform until ws_read_eof = 'Y'
067800       read brwork_1 next
067900          at end
068000             move 'Y' to ws_read_eof
068100          not at end
068200            move bw_region to sw_region
068300            move bw_code to sw_code
068400            move zero to sw_bus_date
068500            move bw_name to sw_name
068600            move zero to sw_night_recs, sw_night_tot,
068700              sw_adj_recs, sw_adj_tot
068800            write stmwork_1_file
068900              invalid key
069000                continue
069100            end-write
069200       end-read
069300     end-perform.
069400
069500 open_brfilex_1 section.
069600     open input brfilex_1.
069700     if ws_status_brfilex = "00"
069800       move 'Y' to ws_brfilex_open
069900     else
070000       move "BRFILEX.DAT" to ws_log_filename
070100       move ws_status_brfilex to ws_log_status
070110       if ws_status_brfilex = "35"
070200         move "NO CROSS-REFERENCE - FILES UNASSIGNED"
070250           to ws_log_msg
070300         perform log_file_error
070310       else
070320         move "CROSS-REFERENCE UNAVAILABLE - REFUSED"
070325           to ws_log_msg
070330         perform log_file_error
070340         close calperd_1
070350         move 16 to return-code
070360         stop run
070370       end-if
070400     end-if.
070500
070600 accumulate_master section.
070700     open input calmastr_1.
070800     if ws_status_calmastr not = "00"
070900       move "CALMASTR.DAT" to ws_log_filename
071000       move ws_status_calmastr to ws_log_status
071100       move "MASTER UNAVAILABLE - CLOSE REFUSED" to ws_log_msg
071200       perform log_file_error
071300       move 16 to return-code
071400       stop run
071500     end-if.
071600     move 'N' to ws_read_eof.
071700     move low-values to cm100-key.
071800     start calmastr_1 key is not < cm100-key
071900       invalid key
072000         move 'Y' to ws_read_eof
072100     end-start.
072200     perform until ws_read_eof = 'Y'
072300       read calmastr_1 next
072400          at end
072500             move 'Y' to ws_read_eof
072600          not at end
072700            if ws_status_calmastr not = "00"
072800              move "CALMASTR.DAT" to ws_log_filename
072900              move ws_status_calmastr to ws_log_status
073000              move "READ ERROR - CLOSE REFUSED" to ws_log_msg
073100              perform log_file_error
073200              move 16 to return-code
073300              stop run
073400            end-if
073500            move cm100-bus-date (1 : 6) to ws_date_period
073600            if ws_date_period = ws_period
073700              perform accumulate_one_record
073800            end-if
073900       end-read
074000     end-perform.
074100     close calmastr_1.
074200
074300 accumulate_one_record section.
074400     add 1 to ws_master_recs.
074500     move spaces to ws_cur_code.
074600     if ws_brfilex_open = 'Y'
074700       move cm100-branch-file to bf100-branch-file
074800       read brfilex_1
074900         invalid key
075000           continue
075100         not invalid key
075200           move bf100-branch-code to ws_cur_code
075300       end-read
075400     end-if.
075500     move "*NONE*" to ws_cur_region.
075600     move "FILES NOT ASSIGNED TO A BRANCH" to ws_cur_name.
075700     if ws_cur_code = spaces
075800       move "*NONE*" to ws_cur_code
075900     else
076000       move ws_cur_code to bw_code
076100       read brwork_1
076200         invalid key
076300           move "BRANCH NOT ON REGISTRY" to ws_cur_name
076400         not invalid key
076500           move bw_region to ws_cur_region
076600           move bw_name to ws_cur_name
076700       end-read
076800     end-if.
076900     move ws_cur_region to sw_region.
077000     move ws_cur_code to sw_code.
077100     move cm100-bus-date to sw_bus_date.
077200     read stmwork_1
077300       invalid key
077400         move ws_cur_name to sw_name
077500         move zero to sw_night_recs, sw_night_tot,
077600           sw_adj_recs, sw_adj_tot
077700         perform accumulate_into_work
077800         write stmwork_1_file
077900       not invalid key
078000         perform accumulate_into_work
078100         rewrite stmwork_1_file
078200     end-read.
078300     if ws_status_stmwork not = "00"
078400       move "CLSSTMW.DAT" to ws_log_filename
078500       move ws_status_stmwork to ws_log_status
078600       move "WORK FILE WRITE FAILED" to ws_log_msg
078700       perform log_file_error
078800       move 16 to return-code
078900       stop run
079000     end-if.
079100
079200 accumulate_into_work section.
079300     move cm100-key to aw_key.
079400     read adjwork_1
079500       invalid key
079600         add 1 to sw_night_recs
079700         add cm100-calib-value to sw_night_tot
079800       not invalid key
079900         add 1 to sw_adj_recs
080000         add cm100-calib-value to sw_adj_tot
080100     end-read.
080200
080300 write_statements section.
080400     open output closestmt_1.
080500     if ws_status_closestmt not = "00"
080600       move "CLOSESTMT.TXT" to ws_log_filename
080700       move ws_status_closestmt to ws_log_status
080800       move "OPEN FAILED - PERIOD NOT CLOSED" to ws_log_msg
080900       perform log_file_error
081000       move 16 to return-code
081100       stop run
081200     end-if.
081300     move ws_period to hdr_period.
081400     move ws_run_date to hdr_run_date.
081500     move ws_run_time_raw (1 : 6) to hdr_run_time.
081600     move cr_user to hdr_user.
081700     write closestmt_1_file from ws_stmt_hdr
081800       after advancing 1 line.
081900     move zero to ws_pd_night_recs, ws_pd_night_tot,
082000       ws_pd_adj_recs, ws_pd_adj_tot.
082100     move 'Y' to ws_first_line.
082200     move 'N' to ws_read_eof.
082300     move low-values to sw_key.
082400     start stmwork_1 key is not < sw_key
082500       invalid key
082600         move 'Y' to ws_read_eof
082700     end-start.
082800     perform until ws_read_eof = 'Y'
082900       read stmwork_1 next
083000          at end
083100             move 'Y' to ws_read_eof
083200          not at end
083300            perform report_one_work_record
083400       end-read
083500     end-perform.
083600     if ws_first_line = 'N'
083700       perform write_branch_trailer
083800       perform write_region_trailer
083900     end-if.
084000     move "PERIOD TOTAL" to sum_label.
084100     move ws_pd_night_recs to sum_night_recs.
084200     move ws_pd_night_tot  to sum_night_tot.
084300     move ws_pd_adj_recs   to sum_adj_recs.
084400     move ws_pd_adj_tot    to sum_adj_tot.
084500     compute ws_closing_recs = ws_pd_night_recs + ws_pd_adj_recs.
084600     compute ws_closing_total = ws_pd_night_tot + ws_pd_adj_tot.
084700     move ws_closing_total to sum_closing.
084800     move "** FINAL" to sum_final.
084900     write closestmt_1_file from ws_sum_line
085000       after advancing 2 lines.
085100     move ws_period to so_period.
085200     move ws_closing_recs to so_recs.
085300     move ws_closing_total to so_total.
085400     write closestmt_1_file from ws_signoff_line
085500       after advancing 1 line.
085600     close closestmt_1.
085700
085800 report_one_work_record section.
085900     if ws_first_line = 'Y'
086000        or sw_region not = ws_cur_region
086100       if ws_first_line = 'N'
086200         perform write_branch_trailer
086300         perform write_region_trailer
086400       end-if
086500       move 'N' to ws_first_line
086600       move sw_region to ws_cur_region
086700       move zero to ws_rg_night_recs, ws_rg_night_tot,
086800         ws_rg_adj_recs, ws_rg_adj_tot
086900       move sw_region to rh_region
087000       write closestmt_1_file from ws_region_hdr
087100         after advancing 2 lines
087200       perform start_branch_statement
087300     else
087400       if sw_code not = ws_cur_code
087500         perform write_branch_trailer
087600         perform start_branch_statement
087700       end-if
087800     end-if.
087900     if sw_bus_date not = zero
088000       add sw_night_recs to ws_br_night_recs
088100       add sw_night_tot  to ws_br_night_tot
088200       add sw_adj_recs   to ws_br_adj_recs
088300       add sw_adj_tot    to ws_br_adj_tot
088400       compute ws_day_total = sw_night_tot + sw_adj_tot
088500       move sw_bus_date   to dl_date
088600       move sw_night_recs to dl_night_recs
088700       move sw_night_tot  to dl_night_tot
088800       move sw_adj_recs   to dl_adj_recs
088900       move sw_adj_tot    to dl_adj_tot
089000       move ws_day_total  to dl_day_tot
089100       write closestmt_1_file from ws_date_line
089200         after advancing 1 line
089300     end-if.
089400
089500 start_branch_statement section.
089600     move sw_code to ws_cur_code.
089700     move zero to ws_br_night_recs, ws_br_night_tot,
089800       ws_br_adj_recs, ws_br_adj_tot.
089900     move sw_code to bh_code.
090000     move sw_name to bh_name.
090100     write closestmt_1_file from ws_branch_hdr
090200       after advancing 1 line.
090300
090400 write_branch_trailer section.
090500     if ws_br_night_recs = zero and ws_br_adj_recs = zero
090600       write closestmt_1_file from ws_none_line
090700         after advancing 1 line
090800     end-if.
090900     move spaces to sum_label.
091000     string "  BRANCH " delimited by size
091100            ws_cur_code delimited by space
091200       into sum_label
091300     end-string.
091400     move ws_br_night_recs to sum_night_recs.
091500     move ws_br_night_tot  to sum_night_tot.
091600     move ws_br_adj_recs   to sum_adj_recs.
091700     move ws_br_adj_tot    to sum_adj_tot.
091800     compute ws_day_total = ws_br_night_tot + ws_br_adj_tot.
091900     move ws_day_total to sum_closing.
092000     move "** FINAL" to sum_final.
092100     write closestmt_1_file from ws_sum_line
092200       after advancing 1 line.
092300     add ws_br_night_recs to ws_rg_night_recs.
092400     add ws_br_night_tot  to ws_rg_night_tot.
092500     add ws_br_adj_recs   to ws_rg_adj_recs.
092600     add ws_br_adj_tot    to ws_rg_adj_tot.
092700
092800 write_region_trailer section.
092900     move spaces to sum_label.
093000     string "REGION " delimited by size
093100            ws_cur_region delimited by space
093200       into sum_label
093300     end-string.
093400     move ws_rg_night_recs to sum_night_recs.
093500     move ws_rg_night_tot  to sum_night_tot.
093600     move ws_rg_adj_recs   to sum_adj_recs.
093700     move ws_rg_adj_tot    to sum_adj_tot.
093800     compute ws_day_total = ws_rg_night_tot + ws_rg_adj_tot.
093900     move ws_day_total to sum_closing.
094000     move spaces to sum_final.
094100     write closestmt_1_file from ws_sum_line
094200       after advancing 1 line.
094300     add ws_rg_night_recs to ws_pd_night_recs.
094400     add ws_rg_night_tot  to ws_pd_night_tot.
094500     add ws_rg_adj_recs   to ws_pd_adj_recs.
094600     add ws_rg_adj_tot    to ws_pd_adj_tot.
094700
094800 write_period_log section.
094900     move ws_run_date to plog_run_date.
095000     move ws_run_time_raw (1 : 6) to plog_run_time.
095100     move ws_period to plog_period.
095200     move cr_user to plog_user.
095300     open extend periodlog_1.
095400     if ws_status_periodlog = "35"
095500       open output periodlog_1
095600     end-if.
095700     if ws_status_periodlog not = "00"
095800       move "PERIODLOG.TXT" to ws_log_filename
095900       move ws_status_periodlog to ws_log_status
096000       move "OPEN FAILED - ACTION NOT LOGGED" to ws_log_msg
096100       perform log_file_error
096200     else
096300       write periodlog_1_file from ws_plog_line
096400         after advancing 1 line
096500       close periodlog_1
096600     end-if.
096700
096800 log_file_error section.
096900     display ws_log_line.
097000
097100 end program aoc_close.
