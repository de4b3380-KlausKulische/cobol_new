001500  access is dynamic
001600  record key is rs100-key
001700  file status is ws_status_rejsusp.
001710  select excfile_1 assign to 'nightexc.dat'
001720  organization is line sequential
001730  file status is ws_status_excfile.
001800
001900 data division.
002000 file section.
002400 01 agingrpt_1_file pic x(120).
002500 fd rejsusp_1.
002600     copy "rejsrec.cpy".
002610 fd excfile_1.
002620 01 excfile_1_file pic x(160).
002700
002800 working-storage section.
002900 01 ws_status_agingparm pic x(2) value "00".
003000 01 ws_status_agingrpt  pic x(2) value "00".
003100 01 ws_status_rejsusp   pic x(2) value "00".
003200 01 ws_susp_eof pic a value 'N'.
003210 01 ws_status_excfile pic x(2) value "00".
003220 01 ws_excfile_open   pic a value 'N'.
003230 01 ws_exc_time      pic 9(8) value zero.
003240     copy "calexcp.cpy".
003300 01 ws_log_line.
003400   03 ws_log_prefix     pic x(14) value "** IO ERROR **".
003500   03 filler            pic x value space.
010000 procedure division.
010100    perform read_aging_parms.
010200    perform open_agingrpt_1.
010210    perform open_excfile_1.
010300    move ws_asof_date to hdr_asof.
010400    move ws_cutoff_days to hdr_cutoff.
010500    write agingrpt_1_file from ws_rpt_hdr
011400    write agingrpt_1_file from ws_sum_line
011500      after advancing 1 line.
011600    close agingrpt_1.
011610    if ws_excfile_open = 'Y'
011620      close excfile_1
011630    end-if.
011700    stop run.
011800
011900 read_aging_parms section.
023200     if ws_days_open > ws_cutoff_days
023300       add 1 to ws_overdue_count
023400       move "** OVERDUE **" to item_flag
023410       move "W" to ex100-severity
023420       move "SUSPAGED" to ex100-code
023430       move rs100-branch-file to ex100-subject
023440       move rs100-rec-num to ex100-rec-num
023450       move ws_cutoff_days to ex100-expected
023460       move ws_days_open to ex100-actual
023470       move "REJECT OPEN PAST CUTOFF" to ex100-text
023480       perform write_exception
023500     else
023600       move space to item_flag
023700     end-if.
025700 log_file_error section.
025800     display ws_log_line.
025900
025903 open_excfile_1 section.
025906     open extend excfile_1.
025909     if ws_status_excfile = "35"
025912       open output excfile_1
025915     end-if.
025918     if ws_status_excfile = "00"
025921       move 'Y' to ws_excfile_open
025924     else
025927       move "NIGHTEXC.DAT" to ws_log_filename
025930       move ws_status_excfile to ws_log_status
025933       move "EXCEPTION FILE UNAVAILABLE" to ws_log_msg
025936       perform log_file_error
025939     end-if.
025942     move spaces to ex100-exception-record.
025945     accept ex100-run-date from date yyyymmdd.
025948     accept ws_exc_time from time.
025951     move ws_asof_date to ex100-bus-date.
025954     move "AOC_AGING" to ex100-program.
025957     move ws_exc_time (1 : 6) to ex100-run-time.
025960     move zero to ex100-rec-num, ex100-expected, ex100-actual.
025963
025966 write_exception section.
025969     if ws_excfile_open = 'Y'
025972       write excfile_1_file from ex100-exception-record
025975         after advancing 1 line
025978     end-if.
025981     move spaces to ex100-subject, ex100-text.
025984     move zero to ex100-rec-num, ex100-expected, ex100-actual.
025987
026000 end program aoc_aging.
