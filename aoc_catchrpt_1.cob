000100 identification division.
000200 program-id. aoc_catchrpt.
000300
000400 environment division.
000500 input-output section.
000600  file-control.
000700  select catchparm_1 assign to 'catchparm.dat'
000800  organization is line sequential
000900  file status is ws_status_catchparm.
001000  select calendar_1 assign to 'calendar.dat'
001100  organization is line sequential
001200  file status is ws_status_calendar.
001300  select runlog_1 assign to 'runlog.dat'
001400  organization is line sequential
001500  file status is ws_status_runlog.
001600  select archctl_1 assign dynamic ws_arch_path
001700  organization is line sequential
001800  file status is ws_status_archctl.
001900  select runparm_1 assign to 'runparm.dat'
002000  organization is line sequential
002100  file status is ws_status_runparm.
002200  select catchup_1 assign to 'catchup.txt'
002300  organization is line sequential
002400  file status is ws_status_catchup.
002500
002600 data division.
002700 file section.
002800 fd catchparm_1.
002900 01 catchparm_1_file pic x(80).
003000 fd calendar_1.
003100 01 calendar_1_file pic x(80).
003200 fd runlog_1.
003300 01 runlog_1_file pic x(80).
003400 fd archctl_1.
003500 01 archctl_1_file pic x(80).
003600 fd runparm_1.
003700 01 runparm_1_file pic x(80).
003800 fd catchup_1.
003900 01 catchup_1_file pic x(120).
004000
004100 working-storage section.
004200 01 ws_status_catchparm pic x(2) value "00".
004300 01 ws_status_calendar  pic x(2) value "00".
004400 01 ws_status_runlog    pic x(2) value "00".
004500 01 ws_status_archctl   pic x(2) value "00".
004600 01 ws_status_runparm   pic x(2) value "00".
004700 01 ws_status_catchup   pic x(2) value "00".
004800 01 ws_arch_path pic x(64) value space.
004900 01 ws_cal_eof    pic a value 'N'.
005000 01 ws_runlog_eof pic a value 'N'.
005100 01 ws_walk_done  pic a value 'N'.
005200 01 ws_archived   pic a value 'N'.
005300 01 ws_log_found  pic a value 'N'.
005400 01 ws_run_date     pic 9(8) value zero.
005500 01 ws_run_time_raw pic 9(8) value zero.
005600 01 ws_from_date  pic 9(8) value zero.
005700 01 ws_to_date    pic 9(8) value zero.
005800 01 ws_prev_date  pic 9(8) value zero.
005900 01 ws_next_date  pic 9(8) value zero.
006000 01 ws_planned_date pic 9(8) value zero.
006100 01 ws_stop_date  pic 9(8) value zero.
006200 01 ws_stop_kind  pic x value space.
006210 01 ws_low_date   pic 9(8) value zero.
006220 01 ws_high_date  pic 9(8) value zero.
006230 01 ws_max_bus_date   pic 9(8) value zero.
006240 01 ws_next_after_max pic 9(8) value zero.
006300 01 ws_day_count      pic 9(4) value zero.
006400 01 ws_archived_count pic 9(4) value zero.
006500 01 ws_sum_recs  pic 9(8) value zero.
006600 01 ws_sum_rej   pic 9(8) value zero.
006700 01 ws_sum_total pic 9(10) value zero.
006800 01 ws_card_date pic 9(8) value zero.
006900 01 ws_card_date_r redefines ws_card_date.
007000   03 ws_card_yyyy pic 9(4).
007100   03 ws_card_mm   pic 9(2).
007200   03 ws_card_dd   pic 9(2).
007300 01 ws_log_line.
007400   03 ws_log_prefix     pic x(14) value "** IO ERROR **".
007500   03 filler            pic x value space.
007600   03 ws_log_filename   pic x(48).
007700   03 filler            pic x value space.
007800   03 ws_log_status_txt pic x(8) value "STATUS: ".
007900   03 ws_log_status     pic x(2).
008000   03 filler            pic x(2) value space.
008100   03 ws_log_msg        pic x(40).
008200     copy "calcalr.cpy".
008300
008400 01 ws_catchparm_card.
008500   03 cp_from_date     pic x(8).
008600   03 filler           pic x.
008700   03 cp_to_date       pic x(8).
008800   03 filler           pic x(63).
008900
009000 01 ws_runparm_card.
009100   03 rp_bus_date      pic x(8).
009200   03 filler           pic x(72).
009300
009400 01 ws_runlog_rec.
009500   03 rl_run_date pic 9(8).
009600   03 filler      pic x.
009700   03 rl_run_time pic x(6).
009800   03 filler      pic x.
009900   03 rl_bus_date pic 9(8).
010000   03 filler      pic x.
010100   03 rl_mode     pic x.
010200   03 filler      pic x.
010300   03 rl_files    pic 9(3).
010400   03 filler      pic x.
010500   03 rl_recs     pic 9(6).
010600   03 filler      pic x.
010700   03 rl_rej      pic 9(6).
010800   03 filler      pic x.
010900   03 rl_total    pic 9(8).
011000   03 filler      pic x.
011100   03 rl_status   pic x.
011200
011300 01 ws_day_log.
011400   03 dl_run_date pic 9(8).
011500   03 dl_run_time pic x(6).
011600   03 dl_files    pic 9(3).
011700   03 dl_recs     pic 9(6).
011800   03 dl_rej      pic 9(6).
011900   03 dl_total    pic 9(8).
012000   03 dl_status   pic x.
012100
012200 01 ws_rpt_hdr.
012300   03 filler pic x(20) value "** CATCH-UP RUN **".
012400   03 filler pic x(7) value "RANGE: ".
012500   03 hdr_from pic 9(8).
012600   03 filler pic x(4) value " TO ".
012700   03 hdr_to pic 9(8).
012800   03 filler pic x(7) value "  RUN: ".
012900   03 hdr_run_date pic 9(8).
013000   03 filler pic x value space.
013100   03 hdr_run_time pic x(6).
013200
013300 01 ws_day_line.
013400   03 day_date pic 9(8).
013500   03 filler pic x(2) value space.
013600   03 day_status pic x(12).
013700   03 day_detail pic x(98).
013800
013900 01 ws_day_totals.
014000   03 filler pic x(6) value "RUN: ".
014100   03 dt_run_date pic 9(8).
014200   03 filler pic x value space.
014300   03 dt_run_time pic x(6).
014400   03 filler pic x(9) value "  FILES: ".
014500   03 dt_files pic zz9.
014600   03 filler pic x(8) value "  RECS: ".
014700   03 dt_recs pic zzzzz9.
014800   03 filler pic x(7) value "  REJ: ".
014900   03 dt_rej pic zzzzz9.
015000   03 filler pic x(9) value "  TOTAL: ".
015100   03 dt_total pic zzzzzzz9.
015200   03 filler pic x(7) value "  LOG: ".
015300   03 dt_status pic x.
015400
015500 01 ws_sum_line.
015600   03 filler pic x(18) value "** BUSINESS DAYS:".
015700   03 sum_days pic zzz9.
015800   03 filler pic x(13) value "  ARCHIVED: ".
015900   03 sum_archived pic zzz9.
016000   03 filler pic x(9) value "  RECS: ".
016100   03 sum_recs pic zzzzzzz9.
016200   03 filler pic x(8) value "  REJ: ".
016300   03 sum_rej pic zzzzzzz9.
016400   03 filler pic x(10) value "  TOTAL: ".
016500   03 sum_total pic zzzzzzzzz9.
016600
016700 01 ws_stop_line.
016800   03 filler pic x(14) value "** STOPPED AT ".
016900   03 stop_date pic 9(8).
017000   03 filler pic x(3) value " - ".
017100   03 stop_text pic x(50).
017200
017300 01 ws_done_line.
017400   03 filler pic x(40)
017500      value "** RANGE COMPLETE - EVERY DATE ARCHIVED".
017600
017700 procedure division.
017800    accept ws_run_date from date yyyymmdd.
017900    accept ws_run_time_raw from time.
018000    perform read_catch_parms.
018100    perform read_planned_date.
018200    open output catchup_1.
018300    if ws_status_catchup not = "00"
018400      move "CATCHUP.TXT" to ws_log_filename
018500      move ws_status_catchup to ws_log_status
018600      move "OPEN FAILED" to ws_log_msg
018700      perform log_file_error
018800      move 16 to return-code
018900      stop run
019000    end-if.
019100    move ws_from_date to hdr_from.
019200    move ws_to_date to hdr_to.
019300    move ws_run_date to hdr_run_date.
019400    move ws_run_time_raw (1 : 6) to hdr_run_time.
019500    write catchup_1_file from ws_rpt_hdr
019600      after advancing 1 line.
019610    perform scan_run_log.
019620    perform find_day_after_run_log.
019700    move zero to ws_prev_date.
019710    move ws_from_date to ws_low_date.
019720    move ws_to_date to ws_high_date.
019800    move 'N' to ws_walk_done.
019900    perform until ws_walk_done = 'Y'
020000      perform find_next_business_day
020100      if ws_next_date = zero
020200        move 'Y' to ws_walk_done
020300      else
020400        perform report_one_date
020500        move ws_next_date to ws_prev_date
020600      end-if
020700    end-perform.
020800    move ws_day_count to sum_days.
020900    move ws_archived_count to sum_archived.
021000    move ws_sum_recs to sum_recs.
021100    move ws_sum_rej to sum_rej.
021200    move ws_sum_total to sum_total.
021300    write catchup_1_file from ws_sum_line
021400      after advancing 1 line.
021500    evaluate ws_stop_kind
021600      when 'F'
021700        move ws_stop_date to stop_date
021800        move "RUN FAILED - CORRECT AND RESUBMIT THE CATCH-UP"
021900          to stop_text
022000        write catchup_1_file from ws_stop_line
022100          after advancing 1 line
022200        move 8 to return-code
022210      when 'G'
022220        move ws_stop_date to stop_date
022230        move "UNRUN BUSINESS DAY BEFORE RANGE" to stop_text
022240        write catchup_1_file from ws_stop_line
022250          after advancing 1 line
022260        move 8 to return-code
022300      when 'N'
022400        move ws_stop_date to stop_date
022500        move "NOT REACHED - RESUBMIT THE CATCH-UP TO CONTINUE"
022600          to stop_text
022700        write catchup_1_file from ws_stop_line
022800          after advancing 1 line
022900        move 4 to return-code
023000      when other
023100        write catchup_1_file from ws_done_line
023200          after advancing 1 line
023300    end-evaluate.
023400    close catchup_1.
023500    stop run.
023600
023700 read_catch_parms section.
023800     open input catchparm_1.
023900     if ws_status_catchparm not = "00"
024000       move "CATCHPARM.DAT" to ws_log_filename
024100       move ws_status_catchparm to ws_log_status
024200       move "CATCH-UP CONTROL CARD MISSING" to ws_log_msg
024300       perform log_file_error
024400       move 16 to return-code
024500       stop run
024600     end-if.
024700     move spaces to ws_catchparm_card.
024800     read catchparm_1 into ws_catchparm_card
024900        at end
025000          move "CATCHPARM.DAT" to ws_log_filename
025100          move "  " to ws_log_status
025200          move "CATCH-UP CONTROL CARD EMPTY" to ws_log_msg
025300          perform log_file_error
025400          move 16 to return-code
025500          stop run
025600     end-read.
025700     close catchparm_1.
025800     if cp_from_date not numeric or cp_to_date not numeric
025900       move "CATCHPARM.DAT" to ws_log_filename
026000       move "  " to ws_log_status
026100       move "DATE RANGE NOT NUMERIC" to ws_log_msg
026200       perform log_file_error
026300       move 16 to return-code
026400       stop run
026500     end-if.
026600     move cp_from_date to ws_card_date.
026700     perform check_card_date.
026800     move ws_card_date to ws_from_date.
026900     move cp_to_date to ws_card_date.
027000     perform check_card_date.
027100     move ws_card_date to ws_to_date.
027200
027300 check_card_date section.
027400     if ws_card_yyyy < 2000 or ws_card_yyyy > 2099
027500        or ws_card_mm < 01 or ws_card_mm > 12
027600        or ws_card_dd < 01 or ws_card_dd > 31
027700       move "CATCHPARM.DAT" to ws_log_filename
027800       move "  " to ws_log_status
027900       move "DATE RANGE IMPLAUSIBLE" to ws_log_msg
028000       perform log_file_error
028100       move 16 to return-code
028200       stop run
028300     end-if.
028400
028500 read_planned_date section.
028600     move zero to ws_planned_date.
028700     open input runparm_1.
028800     if ws_status_runparm = "00"
028900       move spaces to ws_runparm_card
029000       read runparm_1 into ws_runparm_card
029100          at end
029200            continue
029300       end-read
029400       if rp_bus_date numeric
029500         move rp_bus_date to ws_planned_date
029600       end-if
029700       close runparm_1
029800     end-if.
029900
030000 find_next_business_day section.
030100     move zero to ws_next_date.
030200     move 'N' to ws_cal_eof.
030300     open input calendar_1.
030400     if ws_status_calendar not = "00"
030500       move "CALENDAR.DAT" to ws_log_filename
030600       move ws_status_calendar to ws_log_status
030700       move "NO CALENDAR - REPORT ABANDONED" to ws_log_msg
030800       perform log_file_error
030900       move 16 to return-code
031000       stop run
031100     end-if.
031200     perform until ws_cal_eof = 'Y'
031300       read calendar_1 into cd100-calendar-record
031400          at end
031500             move 'Y' to ws_cal_eof
031600          not at end
031700            if ws_status_calendar not = "00"
031800              move "CALENDAR.DAT" to ws_log_filename
031900              move ws_status_calendar to ws_log_status
032000              move "READ ERROR - REPORT ABANDONED" to ws_log_msg
032100              perform log_file_error
032200              move 16 to return-code
032300              stop run
032400            end-if
032500            if cd100-cal-date numeric
032600               and cd100-business-day
032700               and cd100-cal-date > ws_prev_date
032800               and cd100-cal-date not < ws_low_date
032900               and cd100-cal-date not > ws_high_date
033000              if ws_next_date = zero
033100                 or cd100-cal-date < ws_next_date
033200                move cd100-cal-date to ws_next_date
033300              end-if
033400            end-if
033500       end-read
033600     end-perform.
033700     close calendar_1.
033800
033900 report_one_date section.
034000     add 1 to ws_day_count.
034100     move ws_next_date to day_date.
034200     move spaces to day_detail.
034300     perform find_run_log_entry.
034400     if ws_stop_kind = space
034500       perform check_archived
034600     else
034700       move 'N' to ws_archived
034800     end-if.
034900     evaluate true
035000       when ws_archived = 'Y'
035100         add 1 to ws_archived_count
035200         move "ARCHIVED" to day_status
035300         if ws_log_found = 'Y'
035400           add dl_recs  to ws_sum_recs
035500           add dl_rej   to ws_sum_rej
035600           add dl_total to ws_sum_total
035700         end-if
035800       when ws_stop_kind = space
035900         move ws_next_date to ws_stop_date
035910         if ws_log_found = 'N'
035920            and ws_next_after_max > zero
035930            and ws_next_date > ws_next_after_max
035940           move ws_next_after_max to ws_stop_date
035950           move 'G' to ws_stop_kind
035960           move "NOT REACHED" to day_status
035970         else
036000           if ws_next_date = ws_planned_date
036100             move 'F' to ws_stop_kind
036200             move "FAILED" to day_status
036300           else
036400             move 'N' to ws_stop_kind
036500             move "NOT REACHED" to day_status
036600           end-if
036650         end-if
036700       when other
036800         move "NOT RUN" to day_status
036900     end-evaluate.
037000     if ws_log_found = 'Y'
037100       move dl_run_date to dt_run_date
037200       move dl_run_time to dt_run_time
037300       move dl_files    to dt_files
037400       move dl_recs     to dt_recs
037500       move dl_rej      to dt_rej
037600       move dl_total    to dt_total
037700       move dl_status   to dt_status
037800       move ws_day_totals to day_detail
037900     else
038000       move "NO RUN LOG ENTRY" to day_detail
038100     end-if.
038200     write catchup_1_file from ws_day_line
038300       after advancing 1 line.
038400
038500 find_run_log_entry section.
038600     move 'N' to ws_log_found.
038700     move 'N' to ws_runlog_eof.
038800     open input runlog_1.
038900     if ws_status_runlog not = "00"
039000       continue
039100     else
039200       perform until ws_runlog_eof = 'Y'
039300         read runlog_1 into ws_runlog_rec
039400            at end
039500               move 'Y' to ws_runlog_eof
039600            not at end
039700              if ws_status_runlog not = "00"
039800                move "RUNLOG.DAT" to ws_log_filename
039900                move ws_status_runlog to ws_log_status
040000                move "READ ERROR - REPORT ABANDONED" to ws_log_msg
040100                perform log_file_error
040200                move 16 to return-code
040300                stop run
040400              end-if
040500              if rl_bus_date = ws_next_date
040600                move 'Y' to ws_log_found
040700                move rl_run_date to dl_run_date
040800                move rl_run_time to dl_run_time
040900                move rl_files    to dl_files
041000                move rl_recs     to dl_recs
041100                move rl_rej      to dl_rej
041200                move rl_total    to dl_total
041300                move rl_status   to dl_status
041400              end-if
041500         end-read
041600       end-perform
041700       close runlog_1
041800     end-if.
041900
042000 check_archived section.
042100     move 'N' to ws_archived.
042200     move spaces to ws_arch_path.
042300     string "../archive/ctl." delimited by size
042400            ws_next_date      delimited by size
042500            ".dat"            delimited by size
042600       into ws_arch_path
042700     end-string.
042800     open input archctl_1.
042900     if ws_status_archctl = "00"
043000       move 'Y' to ws_archived
043100       close archctl_1
043200     end-if.
043300
043302 scan_run_log section.
043304     move zero to ws_max_bus_date.
043306     move 'N' to ws_runlog_eof.
043308     open input runlog_1.
043310     if ws_status_runlog not = "00"
043312       continue
043314     else
043316       perform until ws_runlog_eof = 'Y'
043318         read runlog_1 into ws_runlog_rec
043320            at end
043322               move 'Y' to ws_runlog_eof
043324            not at end
043326              if ws_status_runlog not = "00"
043328                move "RUNLOG.DAT" to ws_log_filename
043330                move ws_status_runlog to ws_log_status
043332                move "READ ERROR - REPORT ABANDONED" to ws_log_msg
043334                perform log_file_error
043336                move 16 to return-code
043338                stop run
043340              end-if
043342              if rl_bus_date numeric
043344                 and rl_bus_date > ws_max_bus_date
043346                move rl_bus_date to ws_max_bus_date
043348              end-if
043350         end-read
043352       end-perform
043354       close runlog_1
043356     end-if.
043358
043360 find_day_after_run_log section.
043362     move zero to ws_next_after_max.
043364     if ws_max_bus_date > zero
043366       move ws_max_bus_date to ws_prev_date
043368       move zero to ws_low_date
043370       move 99999999 to ws_high_date
043372       perform find_next_business_day
043374       move ws_next_date to ws_next_after_max
043376     end-if.
043378
043400 log_file_error section.
043500     display ws_log_line.
043600
043700 end program aoc_catchrpt.
