000100 identification division.
000200 program-id. aoc_catch.
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
002200
002300 data division.
002400 file section.
002500 fd catchparm_1.
002600 01 catchparm_1_file pic x(80).
002700 fd calendar_1.
002800 01 calendar_1_file pic x(80).
002900 fd runlog_1.
003000 01 runlog_1_file pic x(80).
003100 fd archctl_1.
003200 01 archctl_1_file pic x(80).
003300 fd runparm_1.
003400 01 runparm_1_file pic x(80).
003500
003600 working-storage section.
003700 01 ws_status_catchparm pic x(2) value "00".
003800 01 ws_status_calendar  pic x(2) value "00".
003900 01 ws_status_runlog    pic x(2) value "00".
004000 01 ws_status_archctl   pic x(2) value "00".
004100 01 ws_status_runparm   pic x(2) value "00".
004200 01 ws_arch_path pic x(64) value space.
004300 01 ws_cal_eof    pic a value 'N'.
004400 01 ws_runlog_eof pic a value 'N'.
004500 01 ws_walk_done  pic a value 'N'.
004600 01 ws_archived   pic a value 'N'.
004700 01 ws_from_date  pic 9(8) value zero.
004800 01 ws_to_date    pic 9(8) value zero.
004900 01 ws_prev_date  pic 9(8) value zero.
005000 01 ws_low_date   pic 9(8) value zero.
005100 01 ws_high_date  pic 9(8) value zero.
005200 01 ws_next_date  pic 9(8) value zero.
005300 01 ws_run_bus_date  pic 9(8) value zero.
005400 01 ws_max_bus_date  pic 9(8) value zero.
005500 01 ws_next_after_max pic 9(8) value zero.
005600 01 ws_card_date pic 9(8) value zero.
005700 01 ws_card_date_r redefines ws_card_date.
005800   03 ws_card_yyyy pic 9(4).
005900   03 ws_card_mm   pic 9(2).
006000   03 ws_card_dd   pic 9(2).
006100 01 ws_log_line.
006200   03 ws_log_prefix     pic x(14) value "** IO ERROR **".
006300   03 filler            pic x value space.
006400   03 ws_log_filename   pic x(48).
006500   03 filler            pic x value space.
006600   03 ws_log_status_txt pic x(8) value "STATUS: ".
006700   03 ws_log_status     pic x(2).
006800   03 filler            pic x(2) value space.
006900   03 ws_log_msg        pic x(40).
007000     copy "calcalr.cpy".
007100
007200 01 ws_catchparm_card.
007300   03 cp_from_date     pic x(8).
007400   03 filler           pic x.
007500   03 cp_to_date       pic x(8).
007600   03 filler           pic x.
007700   03 cp_ckpt_interval pic x(6).
007800   03 filler           pic x(56).
007900
008000 01 ws_runlog_rec.
008100   03 rl_run_date pic 9(8).
008200   03 filler      pic x.
008300   03 rl_run_time pic x(6).
008400   03 filler      pic x.
008500   03 rl_bus_date pic 9(8).
008600   03 filler      pic x(56).
008700
008800 01 ws_runparm_card.
008900   03 rp_bus_date      pic 9(8).
009000   03 filler           pic x value space.
009100   03 rp_ckpt_interval pic x(6).
009200   03 filler           pic x value space.
009300   03 rp_force         pic x.
009400   03 filler           pic x(63) value space.
009500
009600 procedure division.
009700    perform read_catch_parms.
009800    perform scan_run_log.
009900    move ws_from_date to ws_low_date.
010000    move ws_to_date   to ws_high_date.
010100    move zero to ws_prev_date.
010200    move 'N' to ws_walk_done.
010300    perform until ws_walk_done = 'Y'
010400      perform find_next_business_day
010500      if ws_next_date = zero
010600        move 'Y' to ws_walk_done
010700      else
010800        perform check_archived
010900        if ws_archived = 'Y'
011000          move ws_next_date to ws_prev_date
011100        else
011200          move 'Y' to ws_walk_done
011300        end-if
011400      end-if
011500    end-perform.
011600    if ws_next_date = zero
011700      move "CATCHPARM.DAT" to ws_log_filename
011800      move "  " to ws_log_status
011900      move "RANGE COMPLETE - NOTHING LEFT TO RUN" to ws_log_msg
012000      perform log_file_error
012100      move 4 to return-code
012200      stop run
012300    end-if.
012400    move ws_next_date to ws_run_bus_date.
012500    perform check_gap_before_date.
012600    perform write_run_parms.
012700    stop run.
012800
012900 read_catch_parms section.
013000     open input catchparm_1.
013100     if ws_status_catchparm not = "00"
013200       move "CATCHPARM.DAT" to ws_log_filename
013300       move ws_status_catchparm to ws_log_status
013400       move "CATCH-UP CONTROL CARD MISSING" to ws_log_msg
013500       perform log_file_error
013600       move 16 to return-code
013700       stop run
013800     end-if.
013900     move spaces to ws_catchparm_card.
014000     read catchparm_1 into ws_catchparm_card
014100        at end
014200          move "CATCHPARM.DAT" to ws_log_filename
014300          move "  " to ws_log_status
014400          move "CATCH-UP CONTROL CARD EMPTY" to ws_log_msg
014500          perform log_file_error
014600          move 16 to return-code
014700          stop run
014800     end-read.
014900     if ws_status_catchparm not = "00"
015000       move "CATCHPARM.DAT" to ws_log_filename
015100       move ws_status_catchparm to ws_log_status
015200       move "READ ERROR - CATCH-UP REFUSED" to ws_log_msg
015300       perform log_file_error
015400       move 16 to return-code
015500       stop run
015600     end-if.
015700     close catchparm_1.
015800     if cp_from_date not numeric or cp_to_date not numeric
015900       move "CATCHPARM.DAT" to ws_log_filename
016000       move "  " to ws_log_status
016100       move "DATE RANGE NOT NUMERIC" to ws_log_msg
016200       perform log_file_error
016300       move 16 to return-code
016400       stop run
016500     end-if.
016600     move cp_from_date to ws_card_date.
016700     perform check_card_date.
016800     move ws_card_date to ws_from_date.
016900     move cp_to_date to ws_card_date.
017000     perform check_card_date.
017100     move ws_card_date to ws_to_date.
017200     if ws_to_date < ws_from_date
017300       move "CATCHPARM.DAT" to ws_log_filename
017400       move "  " to ws_log_status
017500       move "RANGE ENDS BEFORE IT STARTS" to ws_log_msg
017600       perform log_file_error
017700       move 16 to return-code
017800       stop run
017900     end-if.
018000
018100 check_card_date section.
018200     if ws_card_yyyy < 2000 or ws_card_yyyy > 2099
018300        or ws_card_mm < 01 or ws_card_mm > 12
018400        or ws_card_dd < 01 or ws_card_dd > 31
018500       move "CATCHPARM.DAT" to ws_log_filename
018600       move "  " to ws_log_status
018700       move "DATE RANGE IMPLAUSIBLE" to ws_log_msg
018800       perform log_file_error
018900       move 16 to return-code
019000       stop run
019100     end-if.
019200
019300 scan_run_log section.
019400     move zero to ws_max_bus_date.
019500     move 'N' to ws_runlog_eof.
019600     open input runlog_1.
019700     if ws_status_runlog not = "00"
019800       continue
019900     else
020000       perform until ws_runlog_eof = 'Y'
020100         read runlog_1 into ws_runlog_rec
020200            at end
020300               move 'Y' to ws_runlog_eof
020400            not at end
020500              if ws_status_runlog not = "00"
020600                move "RUNLOG.DAT" to ws_log_filename
020700                move ws_status_runlog to ws_log_status
020800                move "READ ERROR - CATCH-UP REFUSED" to ws_log_msg
020900                perform log_file_error
021000                move 16 to return-code
021100                stop run
021200              end-if
021300              if rl_bus_date numeric
021400                 and rl_bus_date > ws_max_bus_date
021500                move rl_bus_date to ws_max_bus_date
021600              end-if
021700         end-read
021800       end-perform
021900       close runlog_1
022000     end-if.
022100
022200 find_next_business_day section.
022300     move zero to ws_next_date.
022400     move 'N' to ws_cal_eof.
022500     open input calendar_1.
022600     if ws_status_calendar not = "00"
022700       move "CALENDAR.DAT" to ws_log_filename
022800       move ws_status_calendar to ws_log_status
022900       move "NO CALENDAR - CATCH-UP REFUSED" to ws_log_msg
023000       perform log_file_error
023100       move 16 to return-code
023200       stop run
023300     end-if.
023400     perform until ws_cal_eof = 'Y'
023500       read calendar_1 into cd100-calendar-record
023600          at end
023700             move 'Y' to ws_cal_eof
023800          not at end
023900            if ws_status_calendar not = "00"
024000              move "CALENDAR.DAT" to ws_log_filename
024100              move ws_status_calendar to ws_log_status
024200              move "READ ERROR - CATCH-UP REFUSED" to ws_log_msg
024300              perform log_file_error
024400              move 16 to return-code
024500              stop run
024600            end-if
024700            if cd100-cal-date numeric
024800               and cd100-business-day
024900               and cd100-cal-date > ws_prev_date
025000               and cd100-cal-date not < ws_low_date
025100               and cd100-cal-date not > ws_high_date
025200              if ws_next_date = zero
025300                 or cd100-cal-date < ws_next_date
025400                move cd100-cal-date to ws_next_date
025500              end-if
025600            end-if
025700       end-read
025800     end-perform.
025900     close calendar_1.
026000
026100 check_archived section.
026200     move 'N' to ws_archived.
026300     move spaces to ws_arch_path.
026400     string "../archive/ctl." delimited by size
026500            ws_next_date      delimited by size
026600            ".dat"            delimited by size
026700       into ws_arch_path
026800     end-string.
026900     open input archctl_1.
027000     if ws_status_archctl = "00"
027100       move 'Y' to ws_archived
027200       close archctl_1
027300     end-if.
027400
027500 check_gap_before_date section.
027600     move 'N' to rp_force.
027700     if ws_max_bus_date > zero
027800       if ws_run_bus_date not > ws_max_bus_date
027900         move 'Y' to rp_force
028000       else
028100         move ws_max_bus_date to ws_prev_date
028200         move zero to ws_low_date
028300         move 99999999 to ws_high_date
028400         perform find_next_business_day
028500         move ws_next_date to ws_next_after_max
028600         if ws_next_after_max > zero
028700            and ws_run_bus_date not = ws_next_after_max
028800           move "CATCHPARM.DAT" to ws_log_filename
028900           move "  " to ws_log_status
029000           move "UNRUN BUSINESS DAY BEFORE NEXT DATE"
029100             to ws_log_msg
029200           perform log_file_error
029300           move 16 to return-code
029400           stop run
029500         end-if
029600       end-if
029700     end-if.
029800
029900 write_run_parms section.
030000     move ws_run_bus_date to rp_bus_date.
030100     if cp_ckpt_interval numeric
030200       move cp_ckpt_interval to rp_ckpt_interval
030300     else
030400       move "000000" to rp_ckpt_interval
030500     end-if.
030600     open output runparm_1.
030700     if ws_status_runparm not = "00"
030800       move "RUNPARM.DAT" to ws_log_filename
030900       move ws_status_runparm to ws_log_status
031000       move "OPEN FAILED - NO DATE STAGED" to ws_log_msg
031100       perform log_file_error
031200       move 16 to return-code
031300       stop run
031400     end-if.
031500     write runparm_1_file from ws_runparm_card
031600       after advancing 1 line.
031700     close runparm_1.
031800
031900 log_file_error section.
032000     display ws_log_line.
032100
032200 end program aoc_catch.
