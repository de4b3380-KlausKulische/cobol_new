001900  select balrpt_1 assign to 'balance.txt'
002000  organization is line sequential
002100  file status is ws_status_balrpt.
002110  select excfile_1 assign to 'nightexc.dat'
002120  organization is line sequential
002130  file status is ws_status_excfile.
002200
002300 data division.
002400 file section.
003200 01 runlog_1_file pic x(80).
003300 fd balrpt_1.
003400 01 balrpt_1_file pic x(90).
003410 fd excfile_1.
003420 01 excfile_1_file pic x(160).
003500
003600 working-storage section.
003700 01 ws_status_outrpt    pic x(2) value "00".
010800 01 ws_cmp_left  pic 9(8) value zero.
010900 01 ws_cmp_right pic 9(8) value zero.
011000 01 ws_discrepancy_count pic 9(3) value zero.
011010 01 ws_status_excfile pic x(2) value "00".
011020 01 ws_excfile_open   pic a value 'N'.
011030 01 ws_exc_time      pic 9(8) value zero.
011040     copy "calexcp.cpy".
011100     copy "calctl.cpy".
011200     copy "calintfc.cpy".
011300
013800    perform foot_out_report.
013900    perform foot_intface.
014000    perform find_runlog_entry.
014010    perform open_excfile_1.
014100    move ws_g_date to hdr_date.
014200    write balrpt_1_file from ws_rpt_hdr
014300      after advancing 1 line.
015300        after advancing 1 line
015400    end-if.
015500    close balrpt_1.
015510    if ws_excfile_open = 'Y'
015520      close excfile_1
015530    end-if.
015600    stop run.
015700
015800 open_balrpt_1 section.
033400       move "** NO G RECORD ON BRANCHCTL.DAT **" to ws_text_line
033500       write balrpt_1_file from ws_text_line
033600         after advancing 1 line
033610       move "E" to ex100-severity
033620       move "NOGREC" to ex100-code
033630       move "BRANCHCTL.DAT" to ex100-subject
033640       move ws_text_line to ex100-text
033650       perform write_exception
033700     else
033800       perform cross_foot_against_grand
033900     end-if.
036500       move "** NO T TRAILER ON INTFACE.DAT **" to ws_text_line
036600       write balrpt_1_file from ws_text_line
036700         after advancing 1 line
036710       move "E" to ex100-severity
036720       move "NOTTRL" to ex100-code
036730       move "INTFACE.DAT" to ex100-subject
036740       move ws_text_line to ex100-text
036750       perform write_exception
036800     else
036900       move "INTF D COUNT VS T COUNT :" to cmp_label
037000       move ws_intf_count to ws_cmp_left
038800       move "** NO RUN LOG ENTRY FOR DATE **" to ws_text_line
038900       write balrpt_1_file from ws_text_line
039000         after advancing 1 line
039010       move "E" to ex100-severity
039020       move "NORUNLOG" to ex100-code
039030       move "RUNLOG.DAT" to ex100-subject
039040       move ws_text_line to ex100-text
039050       perform write_exception
039100     else
039200       move "RUNLOG RECS VS G RECS   :" to cmp_label
039300       move ws_rl_recs to ws_cmp_left
041100     else
041200       add 1 to ws_discrepancy_count
041300       move "** OUT OF BALANCE **" to cmp_flag
041310       move "E" to ex100-severity
041320       move "OUTBAL" to ex100-code
041330       move cmp_label to ex100-subject
041340       move ws_cmp_right to ex100-expected
041350       move ws_cmp_left to ex100-actual
041360       move cmp_flag to ex100-text
041370       perform write_exception
041400     end-if.
041500     write balrpt_1_file from ws_cmp_line
041600       after advancing 1 line.
041800 log_file_error section.
041900     display ws_log_line.
042000
042003 open_excfile_1 section.
042006     open extend excfile_1.
042009     if ws_status_excfile = "35"
042012       open output excfile_1
042015     end-if.
042018     if ws_status_excfile = "00"
042021       move 'Y' to ws_excfile_open
042024     else
042027       move "NIGHTEXC.DAT" to ws_log_filename
042030       move ws_status_excfile to ws_log_status
042033       move "EXCEPTION FILE UNAVAILABLE" to ws_log_msg
042036       perform log_file_error
042039     end-if.
042042     move spaces to ex100-exception-record.
042045     accept ex100-run-date from date yyyymmdd.
042048     accept ws_exc_time from time.
042051     move ws_g_date to ex100-bus-date.
042054     move "AOC_BAL" to ex100-program.
042057     move ws_exc_time (1 : 6) to ex100-run-time.
042060     move zero to ex100-rec-num, ex100-expected, ex100-actual.
042063
042066 write_exception section.
042069     if ws_excfile_open = 'Y'
042072       write excfile_1_file from ex100-exception-record
042075         after advancing 1 line
042078     end-if.
042081     move spaces to ex100-subject, ex100-text.
042084     move zero to ex100-rec-num, ex100-expected, ex100-actual.
042087
042100 end program aoc_bal.
