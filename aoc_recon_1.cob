001300  select varrpt_1 assign to 'variance.txt'
001400  organization is line sequential
001500  file status is ws_status_varrpt.
001510  select excfile_1 assign to 'nightexc.dat'
001520  organization is line sequential
001530  file status is ws_status_excfile.
001600
001700 data division.
001800 file section.
002200 01 priorctl_1_file pic x(80).
002300 fd varrpt_1.
002400 01 varrpt_1_file pic x(90).
002410 fd excfile_1.
002420 01 excfile_1_file pic x(160).
002500
002600 working-storage section.
002700 01 ws_status_night  pic x(2) value "00".
007700 01 ws_cmp_night pic 9(8) value zero.
007800 01 ws_cmp_diff  pic s9(9) value zero.
007900 01 ws_cmp_pct   pic 9(5) value zero.
007910 01 ws_status_excfile pic x(2) value "00".
007920 01 ws_excfile_open   pic a value 'N'.
007930 01 ws_exc_time      pic 9(8) value zero.
007940     copy "calexcp.cpy".
008000     copy "calctl.cpy".
008100
008200 01 ws_rpt_hdr.
011100    perform open_varrpt_1.
011200    perform load_night_ctl.
011300    perform load_prior_ctl.
011310    perform open_excfile_1.
011400    if ws_prior_missing = 'Y'
011500      move "NO PRIOR GENERATION - RECONCILIATION SKIPPED"
011600        to ws_text_line
011700      write varrpt_1_file from ws_text_line
011800        after advancing 1 line
011810      move "W" to ex100-severity
011820      move "NOPRIOR" to ex100-code
011830      move "PRIORCTL.DAT" to ex100-subject
011840      move ws_text_line to ex100-text
011850      perform write_exception
011900      close varrpt_1
011910      if ws_excfile_open = 'Y'
011920        close excfile_1
011930      end-if
012000      stop run
012100    end-if.
012200    move ws_prior_g_date to hdr_prior_date.
013600        after advancing 1 line
013700    end-if.
013800    close varrpt_1.
013810    if ws_excfile_open = 'Y'
013820      close excfile_1
013830    end-if.
013900    stop run.
014000
014100 open_varrpt_1 section.
026200     write varrpt_1_file from ws_move_line
026300       after advancing 1 line.
026400     add 1 to ws_variance_count.
026410     move "E" to ex100-severity.
026420     move "VARTOL" to ex100-code.
026430     move move_label to ex100-subject.
026440     move ws_cmp_prior to ex100-expected.
026450     move ws_cmp_night to ex100-actual.
026460     perform write_exception.
026500
026600 compare_branch_lists section.
026700     perform varying ws_prior_idx from 1 by 1
028000         write varrpt_1_file from ws_branch_line
028100           after advancing 1 line
028200         add 1 to ws_variance_count
028210         move "E" to ex100-severity
028220         move "BRABSENT" to ex100-code
028230         move ws_prior_name (ws_prior_idx) to ex100-subject
028240         move ws_prior_tot (ws_prior_idx) to ex100-expected
028250         move branch_label to ex100-text
028260         perform write_exception
028300       end-if
028400     end-perform.
028500     perform varying ws_night_idx from 1 by 1
029700         move ws_night_name (ws_night_idx) to branch_name
029800         write varrpt_1_file from ws_branch_line
029900           after advancing 1 line
029910         move "W" to ex100-severity
029920         move "BRNEW" to ex100-code
029930         move ws_night_name (ws_night_idx) to ex100-subject
029940         move ws_night_tot (ws_night_idx) to ex100-actual
029950         move branch_label to ex100-text
029960         perform write_exception
030000       end-if
030100     end-perform.
030200
030300 log_file_error section.
030400     display ws_log_line.
030500
030503 open_excfile_1 section.
030506     open extend excfile_1.
030509     if ws_status_excfile = "35"
030512       open output excfile_1
030515     end-if.
030518     if ws_status_excfile = "00"
030521       move 'Y' to ws_excfile_open
030524     else
030527       move "NIGHTEXC.DAT" to ws_log_filename
030530       move ws_status_excfile to ws_log_status
030533       move "EXCEPTION FILE UNAVAILABLE" to ws_log_msg
030536       perform log_file_error
030539     end-if.
030542     move spaces to ex100-exception-record.
030545     accept ex100-run-date from date yyyymmdd.
030548     accept ws_exc_time from time.
030551     move ws_night_g_date to ex100-bus-date.
030554     move "AOC_RECON" to ex100-program.
030557     move ws_exc_time (1 : 6) to ex100-run-time.
030560     move zero to ex100-rec-num, ex100-expected, ex100-actual.
030563
030566 write_exception section.
030569     if ws_excfile_open = 'Y'
030572       write excfile_1_file from ex100-exception-record
030575         after advancing 1 line
030578     end-if.
030581     move spaces to ex100-subject, ex100-text.
030584     move zero to ex100-rec-num, ex100-expected, ex100-actual.
030587
030600 end program aoc_recon.
