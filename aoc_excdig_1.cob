000100 identification division.
000200 program-id. aoc_excdig.
000300
000400 environment division.
000500 input-output section.
000600  file-control.
000700  select runparm_1 assign to 'runparm.dat'
000800  organization is line sequential
000900  file status is ws_status_runparm.
001000  select excfile_1 assign to 'nightexc.dat'
001100  organization is line sequential
001200  file status is ws_status_excfile.
001300  select digwork_1 assign to 'digwork.dat'
001400  organization is indexed
001500  access is dynamic
001600  record key is dw_key
001700  file status is ws_status_digwork.
001800  select exdigest_1 assign to 'exdigest.txt'
001900  organization is line sequential
002000  file status is ws_status_exdigest.
002100
002200 data division.
002300 file section.
002400 fd runparm_1.
002500 01 runparm_1_file pic x(80).
002600 fd excfile_1.
002700 01 excfile_1_file pic x(160).
002800 fd digwork_1.
002900 01 digwork_1_file.
003000  03 dw_key.
003100    05 dw_rank    pic 9.
003200    05 dw_program pic x(10).
003300    05 dw_code    pic x(8).
003400  03 dw_severity pic x.
003500  03 dw_count    pic 9(6).
003600  03 dw_subject  pic x(48).
003700  03 dw_expected pic 9(10).
003800  03 dw_actual   pic 9(10).
003900 fd exdigest_1.
004000 01 exdigest_1_file pic x(132).
004100
004200 working-storage section.
004300 01 ws_status_runparm  pic x(2) value "00".
004400 01 ws_status_excfile  pic x(2) value "00".
004500 01 ws_status_digwork  pic x(2) value "00".
004600 01 ws_status_exdigest pic x(2) value "00".
004700 01 ws_exc_eof    pic a value 'N'.
004800 01 ws_dig_eof    pic a value 'N'.
004900 01 ws_exc_missing pic a value 'N'.
005000 01 ws_bus_date   pic 9(8) value zero.
005100 01 ws_read_count   pic 9(6) value zero.
005200 01 ws_other_count  pic 9(6) value zero.
005300 01 ws_severe_count pic 9(6) value zero.
005400 01 ws_error_count  pic 9(6) value zero.
005500 01 ws_warn_count   pic 9(6) value zero.
005600 01 ws_group_count  pic 9(4) value zero.
005700 01 ws_group_max    pic 9(4) value 40.
005800 01 ws_log_line.
005900   03 ws_log_prefix     pic x(14) value "** IO ERROR **".
006000   03 filler            pic x value space.
006100   03 ws_log_filename   pic x(48).
006200   03 filler            pic x value space.
006300   03 ws_log_status_txt pic x(8) value "STATUS: ".
006400   03 ws_log_status     pic x(2).
006500   03 filler            pic x(2) value space.
006600   03 ws_log_msg        pic x(40).
006700     copy "calexcp.cpy".
006800
006900 01 ws_runparm_card.
007000   03 rp_bus_date      pic x(8).
007100   03 filler           pic x(72).
007200
007300 01 ws_rpt_hdr.
007400   03 filler pic x(31) value "** NIGHTLY EXCEPTION DIGEST **".
007500   03 filler pic x(11) value "BUS DATE: ".
007600   03 hdr_bus_date pic 9(8).
007700
007800 01 ws_col_hdr.
007900   03 filler pic x(4)  value "SEV".
008000   03 filler pic x(11) value "PROGRAM".
008100   03 filler pic x(9)  value "CODE".
008200   03 filler pic x(7)  value " COUNT".
008300   03 filler pic x(12) value "   EXPECTED".
008400   03 filler pic x(12) value "     ACTUAL".
008500   03 filler pic x(1)  value space.
008600   03 filler pic x(13) value "FIRST SUBJECT".
008700
008800 01 ws_group_line.
008900   03 grp_severity pic x.
009000   03 filler pic x(3) value space.
009100   03 grp_program pic x(10).
009200   03 filler pic x value space.
009300   03 grp_code pic x(8).
009400   03 filler pic x value space.
009500   03 grp_count pic zzzzz9.
009600   03 filler pic x value space.
009700   03 grp_expected pic zzzzzzzzz9.
009800   03 filler pic x(2) value space.
009900   03 grp_actual pic zzzzzzzzz9.
010000   03 filler pic x(2) value space.
010100   03 grp_subject pic x(48).
010200
010300 01 ws_more_line.
010400   03 filler pic x(3) value "** ".
010500   03 more_count pic zzz9.
010600   03 filler pic x(32) value " FURTHER GROUPS NOT LISTED **".
010700
010800 01 ws_sum_line.
010900   03 filler pic x(12) value "** SEVERE :".
011000   03 sum_severe pic zzzzz9.
011100   03 filler pic x(11) value "  ERROR :".
011200   03 sum_error pic zzzzz9.
011300   03 filler pic x(13) value "  WARNING :".
011400   03 sum_warn pic zzzzz9.
011500   03 filler pic x(17) value "  OTHER DATES :".
011600   03 sum_other pic zzzzz9.
011700
011800 01 ws_result_line.
011900   03 filler pic x(16) value "DIGEST RESULT: ".
012000   03 result_text pic x(40).
012100
012200 01 ws_text_line pic x(60).
012300
012400 procedure division.
012500    perform read_run_parms.
012600    perform open_digwork_1.
012700    perform open_exdigest_1.
012800    move ws_bus_date to hdr_bus_date.
012900    write exdigest_1_file from ws_rpt_hdr
013000      after advancing 1 line.
013100    perform load_exceptions.
013200    if ws_exc_missing = 'Y'
013300      move "NO EXCEPTIONS RECORDED - NIGHTEXC.DAT ABSENT"
013400        to ws_text_line
013500      write exdigest_1_file from ws_text_line
013600        after advancing 1 line
013700    else
013800      write exdigest_1_file from ws_col_hdr
013900        after advancing 1 line
014000      perform write_digest_groups
014100    end-if.
014200    move ws_severe_count to sum_severe.
014300    move ws_error_count to sum_error.
014400    move ws_warn_count to sum_warn.
014500    move ws_other_count to sum_other.
014600    write exdigest_1_file from ws_sum_line
014700      after advancing 1 line.
014800    if ws_severe_count > zero
014900      move "SEVERE" to result_text
015000      move 8 to return-code
015100    else
015200      if ws_error_count > zero
015300        move "ERROR" to result_text
015400        move 8 to return-code
015500      else
015600        if ws_warn_count > zero
015700          move "WARNING" to result_text
015800          move 4 to return-code
015900        else
016000          move "CLEAN - NO EXCEPTIONS FOR BUSINESS DATE"
016100            to result_text
016200        end-if
016300      end-if
016400    end-if.
016500    write exdigest_1_file from ws_result_line
016600      after advancing 1 line.
016700    close exdigest_1, digwork_1.
016800    stop run.
016900
017000 read_run_parms section.
017100     open input runparm_1.
017200     if ws_status_runparm not = "00"
017300       move "RUNPARM.DAT" to ws_log_filename
017400       move ws_status_runparm to ws_log_status
017500       move "RUN CONTROL CARD MISSING" to ws_log_msg
017600       perform log_file_error
017700       move 16 to return-code
017800       stop run
017900     end-if.
018000     move spaces to ws_runparm_card.
018100     read runparm_1 into ws_runparm_card
018200        at end
018300          continue
018400     end-read.
018500     close runparm_1.
018600     if rp_bus_date not numeric
018700       move "RUNPARM.DAT" to ws_log_filename
018800       move "  " to ws_log_status
018900       move "BUSINESS DATE NOT NUMERIC" to ws_log_msg
019000       perform log_file_error
019100       move 16 to return-code
019200       stop run
019300     end-if.
019400     move rp_bus_date to ws_bus_date.
019500
019600 open_digwork_1 section.
019700     open output digwork_1.
019800     close digwork_1.
019900     open i-o digwork_1.
020000     if ws_status_digwork not = "00"
020100       move "DIGWORK.DAT" to ws_log_filename
020200       move ws_status_digwork to ws_log_status
020300       move "OPEN FAILED - JOB TERMINATED" to ws_log_msg
020400       perform log_file_error
020500       move 16 to return-code
020600       stop run
020700     end-if.
020800
020900 open_exdigest_1 section.
021000     open output exdigest_1.
021100     if ws_status_exdigest not = "00"
021200       move "EXDIGEST.TXT" to ws_log_filename
021300       move ws_status_exdigest to ws_log_status
021400       move "OPEN FAILED" to ws_log_msg
021500       perform log_file_error
021600       move 16 to return-code
021700       stop run
021800     end-if.
021900
022000 load_exceptions section.
022100     open input excfile_1.
022200     if ws_status_excfile = "35"
022300       move 'Y' to ws_exc_missing
022400     else
022500       if ws_status_excfile not = "00"
022600         move "NIGHTEXC.DAT" to ws_log_filename
022700         move ws_status_excfile to ws_log_status
022800         move "OPEN FAILED - DIGEST ABANDONED" to ws_log_msg
022900         perform log_file_error
023000         move 16 to return-code
023100         stop run
023200       end-if
023300       perform until ws_exc_eof = 'Y'
023400         read excfile_1 into ex100-exception-record
023500            at end
023600               move 'Y' to ws_exc_eof
023700            not at end
023800              if ws_status_excfile not = "00"
023900                move "NIGHTEXC.DAT" to ws_log_filename
024000                move ws_status_excfile to ws_log_status
024100                move "READ ERROR - DIGEST ABANDONED"
024200                  to ws_log_msg
024300                perform log_file_error
024400                move 16 to return-code
024500                stop run
024600              end-if
024700              add 1 to ws_read_count
024800              if ex100-bus-date = ws_bus_date
024900                 or ex100-bus-date = zero
025000                 or ex100-bus-date not numeric
025100                perform tally_exception
025200              else
025300                add 1 to ws_other_count
025400              end-if
025500         end-read
025600       end-perform
025700       close excfile_1
025800     end-if.
025900
026000 tally_exception section.
026100     evaluate true
026200       when ex100-severe
026300         move 1 to dw_rank
026400         add 1 to ws_severe_count
026500       when ex100-warning
026600         move 3 to dw_rank
026700         add 1 to ws_warn_count
026800       when other
026900         move 2 to dw_rank
027000         add 1 to ws_error_count
027100     end-evaluate.
027200     move ex100-program to dw_program.
027300     move ex100-code to dw_code.
027400     read digwork_1
027500       invalid key
027600         move ex100-severity to dw_severity
027700         move 1 to dw_count
027800         move ex100-subject to dw_subject
027900         move ex100-expected to dw_expected
028000         move ex100-actual to dw_actual
028100         write digwork_1_file
028200       not invalid key
028300         add 1 to dw_count
028400         rewrite digwork_1_file
028500     end-read.
028600     if ws_status_digwork not = "00"
028700       move "DIGWORK.DAT" to ws_log_filename
028800       move ws_status_digwork to ws_log_status
028900       move "WRITE ERROR - DIGEST ABANDONED" to ws_log_msg
029000       perform log_file_error
029100       move 16 to return-code
029200       stop run
029300     end-if.
029400
029500 write_digest_groups section.
029600     move low-values to dw_key.
029700     move 'N' to ws_dig_eof.
029800     start digwork_1 key is not < dw_key
029900       invalid key
030000         move 'Y' to ws_dig_eof
030100     end-start.
030200     perform until ws_dig_eof = 'Y'
030300       read digwork_1 next
030400          at end
030500             move 'Y' to ws_dig_eof
030600          not at end
030700            add 1 to ws_group_count
030800            if ws_group_count not > ws_group_max
030900              perform write_group_line
031000            end-if
031100       end-read
031200     end-perform.
031300     if ws_group_count > ws_group_max
031400       compute more_count = ws_group_count - ws_group_max
031500       write exdigest_1_file from ws_more_line
031600         after advancing 1 line
031700     end-if.
031800
031900 write_group_line section.
032000     move dw_severity to grp_severity.
032100     move dw_program to grp_program.
032200     move dw_code to grp_code.
032300     move dw_count to grp_count.
032400     move dw_expected to grp_expected.
032500     move dw_actual to grp_actual.
032600     move dw_subject to grp_subject.
032700     write exdigest_1_file from ws_group_line
032800       after advancing 1 line.
032900
033000 log_file_error section.
033100     display ws_log_line.
033200
033300 end program aoc_excdig.
