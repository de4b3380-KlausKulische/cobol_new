000100 identification division.
000200 program-id. aoc_score.
000300
000400 environment division.
000500 input-output section.
000600  file-control.
000700  select scoreparm_1 assign to 'scoreparm.dat'
000800  organization is line sequential
000900  file status is ws_status_scoreparm.
001000  select calendar_1 assign to 'calendar.dat'
001100  organization is line sequential
001200  file status is ws_status_calendar.
001300  select branchreg_1 assign to 'branchreg.dat'
001400  organization is line sequential
001500  file status is ws_status_branchreg.
001600  select brfilex_1 assign to 'brfilex.dat'
001700  organization is indexed
001800  access is dynamic
001900  record key is bf100-branch-file
002000  file status is ws_status_brfilex.
002100  select archctl_1 assign dynamic ws_arch_path
002200  organization is line sequential
002300  file status is ws_status_archctl.
002400  select archexc_1 assign dynamic ws_arch_path
002500  organization is line sequential
002600  file status is ws_status_archexc.
002700  select ackhist_1 assign to 'ackhist.dat'
002800  organization is indexed
002900  access is dynamic
003000  record key is ah100-key
003100  file status is ws_status_ackhist.
003200  select rejsusp_1 assign to 'rejsusp.dat'
003300  organization is indexed
003400  access is dynamic
003500  record key is rs100-key
003600  file status is ws_status_rejsusp.
003700  select scwork_1 assign to 'scwork.dat'
003800  organization is indexed
003900  access is dynamic
004000  record key is sw_code
004100  file status is ws_status_scwork.
004200  select rkwork_1 assign to 'rkwork.dat'
004300  organization is indexed
004400  access is dynamic
004500  record key is rk_key
004600  file status is ws_status_rkwork.
004700  select scorecard_1 assign to 'scorecard.txt'
004800  organization is line sequential
004900  file status is ws_status_scorecard.
005000
005100 data division.
005200 file section.
005300 fd scoreparm_1.
005400 01 scoreparm_1_file pic x(80).
005500 fd calendar_1.
005600 01 calendar_1_file pic x(80).
005700 fd branchreg_1.
005800 01 branchreg_1_file pic x(80).
005900 fd brfilex_1.
006000     copy "brfxrec.cpy".
006100 fd archctl_1.
006200 01 archctl_1_file pic x(80).
006300 fd archexc_1.
006400 01 archexc_1_file pic x(160).
006500 fd ackhist_1.
006600     copy "calackh.cpy".
006700 fd rejsusp_1.
006800     copy "rejsrec.cpy".
006900 fd scwork_1.
007000 01 scwork_1_file.
007100  03 sw_code pic x(8).
007200  03 sw_row  pic x(65).
007300 fd rkwork_1.
007400 01 rkwork_1_file.
007500  03 rk_key.
007600    05 rk_region pic x(8).
007700    05 rk_inv    pic 9(9).
007800    05 rk_code   pic x(8).
007900  03 rk_name   pic x(30).
008000  03 rk_points pic 9(9).
008100  03 rk_row    pic x(65).
008200 fd scorecard_1.
008300 01 scorecard_1_file pic x(132).
008400
008500 working-storage section.
008600 01 ws_status_scoreparm pic x(2) value "00".
008700 01 ws_status_calendar  pic x(2) value "00".
008800 01 ws_status_branchreg pic x(2) value "00".
008900 01 ws_status_brfilex   pic x(2) value "00".
009000 01 ws_status_archctl   pic x(2) value "00".
009100 01 ws_status_archexc   pic x(2) value "00".
009200 01 ws_status_ackhist   pic x(2) value "00".
009300 01 ws_status_rejsusp   pic x(2) value "00".
009400 01 ws_status_scwork    pic x(2) value "00".
009500 01 ws_status_rkwork    pic x(2) value "00".
009600 01 ws_status_scorecard pic x(2) value "00".
009700 01 ws_arch_path pic x(64) value space.
009800 01 ws_brfilex_open pic a value 'N'.
009900 01 ws_cal_eof    pic a value 'N'.
010000 01 ws_reg_eof    pic a value 'N'.
010100 01 ws_ctl_eof    pic a value 'N'.
010200 01 ws_exc_eof    pic a value 'N'.
010300 01 ws_hist_eof   pic a value 'N'.
010400 01 ws_susp_eof   pic a value 'N'.
010500 01 ws_rk_eof     pic a value 'N'.
010600 01 ws_ctl_good   pic a value 'N'.
010700 01 ws_in_period  pic a value 'N'.
010800 01 ws_row_on_file pic a value 'N'.
010900 01 ws_ackhist_found pic a value 'Y'.
011000 01 ws_run_date   pic 9(8) value zero.
011100 01 ws_period_type pic x value space.
011200 01 ws_asof_date  pic 9(8) value zero.
011300 01 ws_asof_date_r redefines ws_asof_date.
011400   03 ws_asof_yyyymm pic 9(6).
011500   03 ws_asof_dd     pic 9(2).
011600 01 ws_asof_serial pic 9(7) value zero.
011700 01 ws_low_serial  pic 9(7) value zero.
011800 01 ws_attn_points pic 9(9) value zero.
011900 01 ws_test_date  pic 9(8) value zero.
012000 01 ws_test_date_r redefines ws_test_date.
012100   03 ws_test_yyyymm pic 9(6).
012200   03 ws_test_dd     pic 9(2).
012300 01 ws_night_date  pic 9(8) value zero.
012400 01 ws_first_night pic 9(8) value zero.
012500 01 ws_last_night  pic 9(8) value zero.
012600 01 ws_night_count pic 9(4) value zero.
012700 01 ws_noctl_count pic 9(4) value zero.
012800 01 ws_noexc_count pic 9(4) value zero.
012900 01 ws_unmapped_count pic 9(8) value zero.
013000 01 ws_map_file  pic x(48) value space.
013100 01 ws_map_code  pic x(8) value space.
013200 01 ws_acc_code  pic x(8) value space.
013300 01 ws_days_open pic s9(7) value zero.
013400 01 ws_points    pic 9(9) value zero.
013500 01 ws_rej_permille  pic 9(4) value zero.
013600 01 ws_ledg_permille pic 9(4) value zero.
013700 01 ws_acked_count   pic 9(8) value zero.
013800 01 ws_prev_region pic x(8) value space.
013900 01 ws_rank  pic 9(4) value zero.
014000 01 ws_region_count pic 9(4) value zero.
014100 01 ws_attn_count   pic 9(4) value zero.
014200 01 ws_log_line.
014300   03 ws_log_prefix     pic x(14) value "** IO ERROR **".
014400   03 filler            pic x value space.
014500   03 ws_log_filename   pic x(48).
014600   03 filler            pic x value space.
014700   03 ws_log_status_txt pic x(8) value "STATUS: ".
014800   03 ws_log_status     pic x(2).
014900   03 filler            pic x(2) value space.
015000   03 ws_log_msg        pic x(40).
015100     copy "calcalr.cpy".
015200     copy "brregrec.cpy".
015300     copy "calctl.cpy".
015400     copy "calexcp.cpy".
015500
015600 01 ws_scoreparm_card.
015700   03 sp_period      pic x.
015800   03 filler         pic x.
015900   03 sp_asof_date   pic x(8).
016000   03 filler         pic x.
016100   03 sp_attn_points pic x(5).
016200   03 filler         pic x(64).
016300
016400 01 ws_score_row.
016500   03 sc_recs     pic 9(8).
016600   03 sc_rej      pic 9(8).
016700   03 sc_fail     pic 9(4).
016800   03 sc_miss     pic 9(4).
016900   03 sc_dup      pic 9(6).
017000   03 sc_sent     pic 9(8).
017100   03 sc_posted   pic 9(8).
017200   03 sc_ledg_rej pic 9(8).
017300   03 sc_open     pic 9(6).
017400   03 sc_oldest   pic 9(5).
017500
017600 01 ws_region_row.
017700   03 rg_recs     pic 9(8).
017800   03 rg_rej      pic 9(8).
017900   03 rg_fail     pic 9(4).
018000   03 rg_miss     pic 9(4).
018100   03 rg_dup      pic 9(6).
018200   03 rg_sent     pic 9(8).
018300   03 rg_posted   pic 9(8).
018400   03 rg_ledg_rej pic 9(8).
018500   03 rg_open     pic 9(6).
018600   03 rg_oldest   pic 9(5).
018700
018800 01 ws_shop_row.
018900   03 sh_recs     pic 9(8).
019000   03 sh_rej      pic 9(8).
019100   03 sh_fail     pic 9(4).
019200   03 sh_miss     pic 9(4).
019300   03 sh_dup      pic 9(6).
019400   03 sh_sent     pic 9(8).
019500   03 sh_posted   pic 9(8).
019600   03 sh_ledg_rej pic 9(8).
019700   03 sh_open     pic 9(6).
019800   03 sh_oldest   pic 9(5).
019900
020000 01 ws_cvt_date pic 9(8) value zero.
020100 01 ws_cvt_date_r redefines ws_cvt_date.
020200   03 ws_cvt_yyyy pic 9(4).
020300   03 ws_cvt_mm   pic 9(2).
020400   03 ws_cvt_dd   pic 9(2).
020500 01 ws_cvt_y pic 9(4) value zero.
020600 01 ws_cvt_m pic 9(2) value zero.
020700 01 ws_serial pic 9(7) value zero.
020800 01 ws_serial_m pic 9(7) value zero.
020900
021000 01 ws_rpt_hdr.
021100   03 filler pic x(24) value "** BRANCH SCORECARD **".
021200   03 hdr_period pic x(9).
021300   03 filler pic x(8) value "AS OF: ".
021400   03 hdr_asof pic 9(8).
021500   03 filler pic x(7) value "  RUN: ".
021600   03 hdr_run_date pic 9(8).
021700
021800 01 ws_period_line.
021900   03 filler pic x(15) value "BUSINESS DAYS: ".
022000   03 per_nights pic zzz9.
022100   03 filler pic x(9) value "  FIRST: ".
022200   03 per_first pic 9(8).
022300   03 filler pic x(8) value "  LAST: ".
022400   03 per_last pic 9(8).
022500   03 filler pic x(22) value "  NO CONTROL ARCHIVE: ".
022600   03 per_noctl pic zzz9.
022700   03 filler pic x(24) value "  NO EXCEPTION ARCHIVE: ".
022800   03 per_noexc pic zzz9.
022900
023000 01 ws_col_hdr.
023100   03 filler pic x(5)  value "RANK".
023200   03 filler pic x(9)  value "BRANCH".
023300   03 filler pic x(25) value "NAME".
023400   03 filler pic x(9)  value "    RECS".
023500   03 filler pic x(8)  value "  REJ%".
023600   03 filler pic x(8)  value "  ACK%".
023700   03 filler pic x(5)  value "MISS".
023800   03 filler pic x(5)  value "FAIL".
023900   03 filler pic x(7)  value "  DUPS".
024000   03 filler pic x(7)  value "  OPEN".
024100   03 filler pic x(6)  value "OLDEST".
024200   03 filler pic x(10) value "    POINTS".
024300
024400 01 ws_region_hdr.
024500   03 filler pic x(8) value "REGION: ".
024600   03 rh_region pic x(8).
024700
024800 01 ws_score_line.
024900   03 sl_rank pic zzz9.
025000   03 sl_rank_x redefines sl_rank pic x(4).
025100   03 filler pic x value space.
025200   03 sl_code pic x(8).
025300   03 filler pic x value space.
025400   03 sl_name pic x(24).
025500   03 filler pic x value space.
025600   03 sl_recs pic zzzzzzz9.
025700   03 filler pic x value space.
025800   03 sl_rej_rate pic zz9.99.
025900   03 sl_rej_rate_x redefines sl_rej_rate pic x(6).
026000   03 filler pic x(2) value space.
026100   03 sl_ack_rate pic zz9.99.
026200   03 sl_ack_rate_x redefines sl_ack_rate pic x(6).
026300   03 filler pic x(2) value space.
026400   03 sl_miss pic zzz9.
026500   03 filler pic x value space.
026600   03 sl_fail pic zzz9.
026700   03 filler pic x value space.
026800   03 sl_dup pic zzzzz9.
026900   03 filler pic x value space.
027000   03 sl_open pic zzzzz9.
027100   03 filler pic x value space.
027200   03 sl_oldest pic zzzz9.
027300   03 filler pic x value space.
027400   03 sl_points pic zzzzzzzz9.
027500   03 sl_points_x redefines sl_points pic x(9).
027600   03 filler pic x value space.
027700   03 sl_flag pic x(14).
027800
027900 01 ws_unmapped_line.
028000   03 filler pic x(34) value "ITEMS WITH NO BRANCH CODE       :".
028100   03 um_count pic zzzzzzz9.
028200
028300 01 ws_legend_line.
028400   03 filler pic x(46) value
028500     "POINTS: REJ + LEDGER REJ PER 1000, 100 PER MIS".
028600   03 filler pic x(46) value
028700     "SING OR FAILED NIGHT, 10 PER DUPLICATE, 1 PER ".
028800   03 filler pic x(32) value
028900     "DAY OF OLDEST OPEN SUSPENSE ITEM".
029000
029100 01 ws_attn_text.
029200   03 filler pic x(10) value "ATTENTION:".
029300   03 at_count pic zzz9.
029400
029500 01 ws_text_line pic x(60).
029600
029700 procedure division.
029800    accept ws_run_date from date yyyymmdd.
029900    perform read_score_parms.
030000    perform open_scorecard_1.
030100    perform open_scwork_1.
030200    perform open_rkwork_1.
030300    perform open_brfilex_1.
030400    perform scan_period_nights.
030500    perform scan_ack_history.
030600    perform scan_open_suspense.
030700    perform rank_branches.
030800    perform write_scorecard.
030900    close scorecard_1, scwork_1, rkwork_1.
031000    if ws_brfilex_open = 'Y'
031100      close brfilex_1
031200    end-if.
031300    stop run.
031400
031500 read_score_parms section.
031600     open input scoreparm_1.
031700     if ws_status_scoreparm not = "00"
031800       move "SCOREPARM.DAT" to ws_log_filename
031900       move ws_status_scoreparm to ws_log_status
032000       move "SCORECARD CONTROL CARD MISSING" to ws_log_msg
032100       perform log_file_error
032200       move 16 to return-code
032300       stop run
032400     end-if.
032500     move spaces to ws_scoreparm_card.
032600     read scoreparm_1 into ws_scoreparm_card
032700        at end
032800          move "SCOREPARM.DAT" to ws_log_filename
032900          move "  " to ws_log_status
033000          move "SCORECARD CONTROL CARD EMPTY" to ws_log_msg
033100          perform log_file_error
033200          move 16 to return-code
033300          stop run
033400     end-read.
033500     close scoreparm_1.
033600     if sp_period not = "W" and sp_period not = "M"
033700       move "SCOREPARM.DAT" to ws_log_filename
033800       move "  " to ws_log_status
033900       move "PERIOD MUST BE W OR M" to ws_log_msg
034000       perform log_file_error
034100       move 16 to return-code
034200       stop run
034300     end-if.
034400     if sp_asof_date not numeric
034500       move "SCOREPARM.DAT" to ws_log_filename
034600       move "  " to ws_log_status
034700       move "AS-OF DATE NOT NUMERIC" to ws_log_msg
034800       perform log_file_error
034900       move 16 to return-code
035000       stop run
035100     end-if.
035200     move sp_period to ws_period_type.
035300     move sp_asof_date to ws_asof_date.
035400     if sp_attn_points numeric
035500       move sp_attn_points to ws_attn_points
035600     else
035700       move 100 to ws_attn_points
035800     end-if.
035900     move ws_asof_date to ws_cvt_date.
036000     perform date_to_serial.
036100     move ws_serial to ws_asof_serial.
036200     compute ws_low_serial = ws_asof_serial - 6.
036300
036400 open_scorecard_1 section.
036500     open output scorecard_1.
036600     if ws_status_scorecard not = "00"
036700       move "SCORECARD.TXT" to ws_log_filename
036800       move ws_status_scorecard to ws_log_status
036900       move "OPEN FAILED" to ws_log_msg
037000       perform log_file_error
037100       move 16 to return-code
037200       stop run
037300     end-if.
037400
037500 open_scwork_1 section.
037600     open output scwork_1.
037700     close scwork_1.
037800     open i-o scwork_1.
037900     if ws_status_scwork not = "00"
038000       move "SCWORK.DAT" to ws_log_filename
038100       move ws_status_scwork to ws_log_status
038200       move "OPEN FAILED - JOB TERMINATED" to ws_log_msg
038300       perform log_file_error
038400       move 16 to return-code
038500       stop run
038600     end-if.
038700
038800 open_rkwork_1 section.
038900     open output rkwork_1.
039000     close rkwork_1.
039100     open i-o rkwork_1.
039200     if ws_status_rkwork not = "00"
039300       move "RKWORK.DAT" to ws_log_filename
039400       move ws_status_rkwork to ws_log_status
039500       move "OPEN FAILED - JOB TERMINATED" to ws_log_msg
039600       perform log_file_error
039700       move 16 to return-code
039800       stop run
039900     end-if.
040000
040100 open_brfilex_1 section.
040200     open input brfilex_1.
040300     if ws_status_brfilex = "00"
040400       move 'Y' to ws_brfilex_open
040500     else
040600       move "BRFILEX.DAT" to ws_log_filename
040700       move ws_status_brfilex to ws_log_status
040800       move "NO CROSS-REFERENCE - FILES UNMAPPED" to ws_log_msg
040900       perform log_file_error
041000     end-if.
041100
041200 scan_period_nights section.
041300     open input calendar_1.
041400     if ws_status_calendar not = "00"
041500       move "CALENDAR.DAT" to ws_log_filename
041600       move ws_status_calendar to ws_log_status
041700       move "NO CALENDAR - SCORECARD REFUSED" to ws_log_msg
041800       perform log_file_error
041900       move 16 to return-code
042000       stop run
042100     end-if.
042200     perform until ws_cal_eof = 'Y'
042300       read calendar_1 into cd100-calendar-record
042400          at end
042500             move 'Y' to ws_cal_eof
042600          not at end
042700            if ws_status_calendar not = "00"
042800              move "CALENDAR.DAT" to ws_log_filename
042900              move ws_status_calendar to ws_log_status
043000              move "READ ERROR - SCORECARD ABANDONED"
043100                to ws_log_msg
043200              perform log_file_error
043300              move 16 to return-code
043400              stop run
043500            end-if
043600            if cd100-cal-date numeric
043700               and cd100-business-day
043800              move cd100-cal-date to ws_test_date
043900              perform check_in_period
044000              if ws_in_period = 'Y'
044100                move cd100-cal-date to ws_night_date
044200                perform score_one_night
044300              end-if
044400            end-if
044500       end-read
044600     end-perform.
044700     close calendar_1.
044800
044900 check_in_period section.
045000     move 'N' to ws_in_period.
045100     if ws_test_date not > ws_asof_date
045200       if ws_period_type = "M"
045300         if ws_test_yyyymm = ws_asof_yyyymm
045400           move 'Y' to ws_in_period
045500         end-if
045600       else
045700         move ws_test_date to ws_cvt_date
045800         perform date_to_serial
045900         if ws_serial not < ws_low_serial
046000           move 'Y' to ws_in_period
046100         end-if
046200       end-if
046300     end-if.
046400
046500 score_one_night section.
046600     add 1 to ws_night_count.
046700     if ws_first_night = zero or ws_night_date < ws_first_night
046800       move ws_night_date to ws_first_night
046900     end-if.
047000     if ws_night_date > ws_last_night
047100       move ws_night_date to ws_last_night
047200     end-if.
047300     perform check_night_control.
047400     if ws_ctl_good = 'Y'
047500       perform score_night_control
047600     else
047700       add 1 to ws_noctl_count
047800     end-if.
047900     perform score_night_exceptions.
048000
048100 check_night_control section.
048200     move 'N' to ws_ctl_good.
048300     move spaces to ws_arch_path.
048400     string "../archive/bct." delimited by size
048500            ws_night_date      delimited by size
048600            ".dat"             delimited by size
048700       into ws_arch_path
048800     end-string.
048900     open input archctl_1.
049000     if ws_status_archctl = "00"
049100       move 'N' to ws_ctl_eof
049200       perform until ws_ctl_eof = 'Y'
049300         read archctl_1 into cc100-control-record
049400            at end
049500               move 'Y' to ws_ctl_eof
049600            not at end
049700              if cc100-grand-rec
049800                 and cc100-g-date = ws_night_date
049900                move 'Y' to ws_ctl_good
050000              end-if
050100         end-read
050200       end-perform
050300       close archctl_1
050400     end-if.
050500
050600 score_night_control section.
050700     open input archctl_1.
050800     move 'N' to ws_ctl_eof.
050900     perform until ws_ctl_eof = 'Y'
051000       read archctl_1 into cc100-control-record
051100          at end
051200             move 'Y' to ws_ctl_eof
051300          not at end
051400            if cc100-branch-rec
051500              perform score_branch_control
051600            end-if
051700       end-read
051800     end-perform.
051900     close archctl_1.
052000
052100 score_branch_control section.
052200     move cc100-b-branch to ws_acc_code.
052300     if ws_acc_code = spaces
052400       move cc100-b-name to ws_map_file
052500       perform map_branch_file
052600       move ws_map_code to ws_acc_code
052700     end-if.
052800     if ws_acc_code = spaces
052900       add 1 to ws_unmapped_count
053000     else
053100       perform fetch_branch_row
053200       add cc100-b-recs to sc_recs
053300       add cc100-b-rej to sc_rej
053400       if cc100-b-stat = 'F'
053500         add 1 to sc_fail
053600       end-if
053700       perform store_branch_row
053800     end-if.
053900
054000 score_night_exceptions section.
054100     move spaces to ws_arch_path.
054200     string "../archive/exc." delimited by size
054300            ws_night_date     delimited by size
054400            ".dat"            delimited by size
054500       into ws_arch_path
054600     end-string.
054700     open input archexc_1.
054800     if ws_status_archexc not = "00"
054900       add 1 to ws_noexc_count
055000     else
055100       move 'N' to ws_exc_eof
055200       perform until ws_exc_eof = 'Y'
055300         read archexc_1 into ex100-exception-record
055400            at end
055500               move 'Y' to ws_exc_eof
055600            not at end
055700              if ex100-bus-date = ws_night_date
055800                perform score_one_exception
055900              end-if
056000         end-read
056100       end-perform
056200       close archexc_1
056300     end-if.
056400
056500 score_one_exception section.
056600     move spaces to ws_acc_code.
056700     if ex100-code = "MISSBR"
056800       move ex100-subject to ws_acc_code
056900     end-if.
057000     if ex100-code = "DUPREC"
057100       move ex100-subject to ws_map_file
057200       perform map_branch_file
057300       move ws_map_code to ws_acc_code
057400       if ws_acc_code = spaces
057500         add 1 to ws_unmapped_count
057600       end-if
057700     end-if.
057800     if ws_acc_code not = spaces
057900       perform fetch_branch_row
058000       if ex100-code = "MISSBR"
058100         add 1 to sc_miss
058200       else
058300         add 1 to sc_dup
058400       end-if
058500       perform store_branch_row
058600     end-if.
058700
058800 scan_ack_history section.
058900     open input ackhist_1.
059000     if ws_status_ackhist not = "00"
059100       move 'N' to ws_ackhist_found
059200     else
059300       move low-values to ah100-key
059400       start ackhist_1 key is not < ah100-key
059500         invalid key
059600           move 'Y' to ws_hist_eof
059700       end-start
059800       perform until ws_hist_eof = 'Y'
059900         read ackhist_1 next
060000            at end
060100               move 'Y' to ws_hist_eof
060200            not at end
060300              move ah100-bus-date to ws_test_date
060400              perform check_in_period
060500              if ws_in_period = 'Y'
060600                perform score_ack_history
060700              end-if
060800         end-read
060900       end-perform
061000       close ackhist_1
061100     end-if.
061200
061300 score_ack_history section.
061400     move ah100-branch-file to ws_map_file.
061500     perform map_branch_file.
061600     move ws_map_code to ws_acc_code.
061700     if ws_acc_code = spaces
061800       add 1 to ws_unmapped_count
061900     else
062000       perform fetch_branch_row
062100       add ah100-sent to sc_sent
062200       add ah100-posted to sc_posted
062300       add ah100-rejected to sc_ledg_rej
062400       perform store_branch_row
062500     end-if.
062600
062700 scan_open_suspense section.
062800     open input rejsusp_1.
062900     if ws_status_rejsusp = "00"
063000       move low-values to rs100-key
063100       start rejsusp_1 key is not < rs100-key
063200         invalid key
063300           move 'Y' to ws_susp_eof
063400       end-start
063500       perform until ws_susp_eof = 'Y'
063600         read rejsusp_1 next
063700            at end
063800               move 'Y' to ws_susp_eof
063900            not at end
064000              if rs100-open-item
064100                 and rs100-bus-date not > ws_asof_date
064200                perform score_open_item
064300              end-if
064400         end-read
064500       end-perform
064600       close rejsusp_1
064700     end-if.
064800
064900 score_open_item section.
065000     move rs100-branch-file to ws_map_file.
065100     perform map_branch_file.
065200     move ws_map_code to ws_acc_code.
065300     if ws_acc_code = spaces
065400       add 1 to ws_unmapped_count
065500     else
065600       move rs100-bus-date to ws_cvt_date
065700       perform date_to_serial
065800       compute ws_days_open = ws_asof_serial - ws_serial
065900       if ws_days_open < zero
066000         move zero to ws_days_open
066100       end-if
066200       perform fetch_branch_row
066300       add 1 to sc_open
066400       if ws_days_open > sc_oldest
066500         move ws_days_open to sc_oldest
066600       end-if
066700       perform store_branch_row
066800     end-if.
066900
067000 map_branch_file section.
067100     move spaces to ws_map_code.
067200     if ws_brfilex_open = 'Y'
067300       move ws_map_file to bf100-branch-file
067400       read brfilex_1
067500         invalid key
067600           continue
067700         not invalid key
067800           move bf100-branch-code to ws_map_code
067900       end-read
068000     end-if.
068100
068200 fetch_branch_row section.
068300     move ws_acc_code to sw_code.
068400     read scwork_1
068500       invalid key
068600         move 'N' to ws_row_on_file
068700         move zero to sc_recs, sc_rej, sc_fail, sc_miss, sc_dup,
068800           sc_sent, sc_posted, sc_ledg_rej, sc_open, sc_oldest
068900       not invalid key
069000         move 'Y' to ws_row_on_file
069100         move sw_row to ws_score_row
069200     end-read.
069300
069400 store_branch_row section.
069500     move ws_acc_code to sw_code.
069600     move ws_score_row to sw_row.
069700     if ws_row_on_file = 'Y'
069800       rewrite scwork_1_file
069900     else
070000       write scwork_1_file
070100     end-if.
070200     if ws_status_scwork not = "00"
070300       move "SCWORK.DAT" to ws_log_filename
070400       move ws_status_scwork to ws_log_status
070500       move "WRITE FAILED - JOB TERMINATED" to ws_log_msg
070600       perform log_file_error
070700       move 16 to return-code
070800       stop run
070900     end-if.
071000
071100 rank_branches section.
071200     open input branchreg_1.
071300     if ws_status_branchreg not = "00"
071400       move "BRANCHREG.DAT" to ws_log_filename
071500       move ws_status_branchreg to ws_log_status
071600       move "NO BRANCH REGISTRY - SCORECARD REFUSED"
071700         to ws_log_msg
071800       perform log_file_error
071900       move 16 to return-code
072000       stop run
072100     end-if.
072200     perform until ws_reg_eof = 'Y'
072300       read branchreg_1 into br100-registry-record
072400          at end
072500             move 'Y' to ws_reg_eof
072600          not at end
072700            if ws_status_branchreg not = "00"
072800              move "BRANCHREG.DAT" to ws_log_filename
072900              move ws_status_branchreg to ws_log_status
073000              move "READ ERROR - SCORECARD ABANDONED"
073100                to ws_log_msg
073200              perform log_file_error
073300              move 16 to return-code
073400              stop run
073500            end-if
073600            if br100-registry-record not = spaces
073700              perform rank_one_branch
073800            end-if
073900       end-read
074000     end-perform.
074100     close branchreg_1.
074200
074300 rank_one_branch section.
074400     move br100-branch-code to ws_acc_code.
074500     perform fetch_branch_row.
074600     if ws_row_on_file = 'Y' or br100-is-active
074700       perform compute_points
074800       move br100-region to rk_region
074900       compute rk_inv = 999999999 - ws_points
075000       move br100-branch-code to rk_code
075100       move br100-branch-name to rk_name
075200       move ws_points to rk_points
075300       move ws_score_row to rk_row
075400       write rkwork_1_file
075500       if ws_status_rkwork not = "00"
075600         move "RKWORK.DAT" to ws_log_filename
075700         move ws_status_rkwork to ws_log_status
075800         move "WRITE FAILED - JOB TERMINATED" to ws_log_msg
075900         perform log_file_error
076000         move 16 to return-code
076100         stop run
076200       end-if
076300     end-if.
076400
076500 compute_points section.
076600     move zero to ws_rej_permille, ws_ledg_permille.
076700     if sc_recs > zero
076800       compute ws_rej_permille = (sc_rej * 1000) / sc_recs
076900     end-if.
077000     compute ws_acked_count = sc_posted + sc_ledg_rej.
077100     if ws_acked_count > zero
077200       compute ws_ledg_permille =
077300         (sc_ledg_rej * 1000) / ws_acked_count
077400     end-if.
077500     compute ws_points = ws_rej_permille + ws_ledg_permille
077600       + (100 * (sc_miss + sc_fail)) + (10 * sc_dup) + sc_oldest.
077700
077800 write_scorecard section.
077900     if ws_period_type = "M"
078000       move "MONTHLY" to hdr_period
078100     else
078200       move "WEEKLY" to hdr_period
078300     end-if.
078400     move ws_asof_date to hdr_asof.
078500     move ws_run_date to hdr_run_date.
078600     write scorecard_1_file from ws_rpt_hdr
078700       after advancing 1 line.
078800     move ws_night_count to per_nights.
078900     move ws_first_night to per_first.
079000     move ws_last_night to per_last.
079100     move ws_noctl_count to per_noctl.
079200     move ws_noexc_count to per_noexc.
079300     write scorecard_1_file from ws_period_line
079400       after advancing 1 line.
079500     if ws_ackhist_found = 'N'
079600       move "NO ACK HISTORY - LEDGER RATES NOT SHOWN"
079700         to ws_text_line
079800       write scorecard_1_file from ws_text_line
079900         after advancing 1 line
080000     end-if.
080100     write scorecard_1_file from ws_legend_line
080200       after advancing 1 line.
080300     write scorecard_1_file from ws_col_hdr
080400       after advancing 2 lines.
080500     move zero to sh_recs, sh_rej, sh_fail, sh_miss, sh_dup,
080600       sh_sent, sh_posted, sh_ledg_rej, sh_open, sh_oldest.
080700     move spaces to ws_prev_region.
080800     move zero to ws_region_count.
080900     move low-values to rk_key.
081000     start rkwork_1 key is not < rk_key
081100       invalid key
081200         move 'Y' to ws_rk_eof
081300     end-start.
081400     perform until ws_rk_eof = 'Y'
081500       read rkwork_1 next
081600          at end
081700             move 'Y' to ws_rk_eof
081800          not at end
081900            perform write_ranked_branch
082000       end-read
082100     end-perform.
082200     if ws_region_count > zero
082300       perform write_region_total
082400     end-if.
082500     move ws_shop_row to ws_score_row.
082600     perform write_score_line.
082700     move spaces to sl_rank_x.
082800     move "SHOP" to sl_code.
082900     move "SHOP TOTAL" to sl_name.
083000     write scorecard_1_file from ws_score_line
083100       after advancing 2 lines.
083200     move ws_unmapped_count to um_count.
083300     write scorecard_1_file from ws_unmapped_line
083400       after advancing 2 lines.
083500
083600 write_ranked_branch section.
083700     if ws_region_count = zero or rk_region not = ws_prev_region
083800       if ws_region_count > zero
083900         perform write_region_total
084000       end-if
084100       move rk_region to ws_prev_region
084200       add 1 to ws_region_count
084300       move zero to ws_rank, ws_attn_count
084400       move zero to rg_recs, rg_rej, rg_fail, rg_miss, rg_dup,
084500         rg_sent, rg_posted, rg_ledg_rej, rg_open, rg_oldest
084600       move rk_region to rh_region
084700       write scorecard_1_file from ws_region_hdr
084800         after advancing 2 lines
084900     end-if.
085000     move rk_row to ws_score_row.
085100     add 1 to ws_rank.
085200     add sc_recs to rg_recs.
085300     add sc_rej to rg_rej.
085400     add sc_fail to rg_fail.
085500     add sc_miss to rg_miss.
085600     add sc_dup to rg_dup.
085700     add sc_sent to rg_sent.
085800     add sc_posted to rg_posted.
085900     add sc_ledg_rej to rg_ledg_rej.
086000     add sc_open to rg_open.
086100     if sc_oldest > rg_oldest
086200       move sc_oldest to rg_oldest
086300     end-if.
086400     perform write_score_line.
086500     move ws_rank to sl_rank.
086600     move rk_code to sl_code.
086700     move rk_name to sl_name.
086800     move rk_points to sl_points.
086900     if rk_points not < ws_attn_points
087000       add 1 to ws_attn_count
087100       move "** ATTENTION" to sl_flag
087200     end-if.
087300     write scorecard_1_file from ws_score_line
087400       after advancing 1 line.
087500
087600 write_region_total section.
087700     add rg_recs to sh_recs.
087800     add rg_rej to sh_rej.
087900     add rg_fail to sh_fail.
088000     add rg_miss to sh_miss.
088100     add rg_dup to sh_dup.
088200     add rg_sent to sh_sent.
088300     add rg_posted to sh_posted.
088400     add rg_ledg_rej to sh_ledg_rej.
088500     add rg_open to sh_open.
088600     if rg_oldest > sh_oldest
088700       move rg_oldest to sh_oldest
088800     end-if.
088900     move ws_region_row to ws_score_row.
089000     perform write_score_line.
089100     move spaces to sl_rank_x.
089200     move ws_prev_region to sl_code.
089300     move "REGION TOTAL" to sl_name.
089400     move ws_attn_count to at_count.
089500     move ws_attn_text to sl_flag.
089600     write scorecard_1_file from ws_score_line
089700       after advancing 1 line.
089800
089900 write_score_line section.
090000     move sc_recs to sl_recs.
090100     if sc_recs > zero
090200       compute sl_rej_rate rounded = (sc_rej * 100) / sc_recs
090300     else
090400       move "   N/A" to sl_rej_rate_x
090500     end-if.
090600     compute ws_acked_count = sc_posted + sc_ledg_rej.
090700     if ws_acked_count > zero
090800       compute sl_ack_rate rounded =
090900         (sc_posted * 100) / ws_acked_count
091000     else
091100       move "   N/A" to sl_ack_rate_x
091200     end-if.
091300     move sc_miss to sl_miss.
091400     move sc_fail to sl_fail.
091500     move sc_dup to sl_dup.
091600     move sc_open to sl_open.
091700     move sc_oldest to sl_oldest.
091800     move spaces to sl_points_x.
091900     move spaces to sl_flag.
092000
092100 date_to_serial section.
092200     if ws_cvt_mm > 2
092300       move ws_cvt_yyyy to ws_cvt_y
092400       compute ws_cvt_m = ws_cvt_mm + 1
092500     else
092600       compute ws_cvt_y = ws_cvt_yyyy - 1
092700       compute ws_cvt_m = ws_cvt_mm + 13
092800     end-if.
092900     compute ws_serial = (1461 * ws_cvt_y) / 4.
093000     compute ws_serial_m = (306001 * ws_cvt_m) / 10000.
093100     compute ws_serial = ws_serial + ws_serial_m + ws_cvt_dd.
093200
093300 log_file_error section.
093400     display ws_log_line.
093500
093600 end program aoc_score.
