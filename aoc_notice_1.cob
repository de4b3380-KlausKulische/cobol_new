000100 identification division.
000200 program-id. aoc_notice.
000300
000400 environment division.
000500 input-output section.
000600  file-control.
000700  select runparm_1 assign to 'runparm.dat'
000800  organization is line sequential
000900  file status is ws_status_runparm.
001000  select branchreg_1 assign to 'branchreg.dat'
001100  organization is line sequential
001200  file status is ws_status_branchreg.
001300  select brfilex_1 assign to 'brfilex.dat'
001400  organization is indexed
001500  access is dynamic
001600  record key is bf100-branch-file
001700  file status is ws_status_brfilex.
001800  select rejsusp_1 assign to 'rejsusp.dat'
001900  organization is indexed
002000  access is dynamic
002100  record key is rs100-key
002200  file status is ws_status_rejsusp.
002300  select dupes_1 assign to 'dupes.txt'
002400  organization is line sequential
002500  file status is ws_status_dupes.
002600  select excfile_1 assign to 'nightexc.dat'
002700  organization is line sequential
002800  file status is ws_status_excfile.
002900  select ntcwork_1 assign to 'ntcwork.dat'
003000  organization is indexed
003100  access is dynamic
003200  record key is nw_key
003300  file status is ws_status_ntcwork.
003400  select notice_1 assign dynamic ws_notice_path
003500  organization is line sequential
003600  file status is ws_status_notice.
003700  select noticerpt_1 assign to 'notice.txt'
003800  organization is line sequential
003900  file status is ws_status_noticerpt.
004000
004100 data division.
004200 file section.
004300 fd runparm_1.
004400 01 runparm_1_file pic x(80).
004500 fd branchreg_1.
004600 01 branchreg_1_file pic x(80).
004700 fd brfilex_1.
004800     copy "brfxrec.cpy".
004900 fd rejsusp_1.
005000     copy "rejsrec.cpy".
005100 fd dupes_1.
005200 01 dupes_1_file pic x(130).
005300 fd excfile_1.
005400 01 excfile_1_file pic x(160).
005500 fd ntcwork_1.
005600 01 ntcwork_1_file.
005700  03 nw_key.
005800    05 nw_code pic x(8).
005900    05 nw_rank pic 9.
006000    05 nw_seq  pic 9(8).
006100  03 nw_file  pic x(48).
006200  03 nw_rec   pic 9(6).
006300  03 nw_image pic x(140).
006400 fd notice_1.
006500 01 notice_1_file pic x(140).
006600 fd noticerpt_1.
006700 01 noticerpt_1_file pic x(132).
006800
006900 working-storage section.
007000 01 ws_status_runparm   pic x(2) value "00".
007100 01 ws_status_branchreg pic x(2) value "00".
007200 01 ws_status_brfilex   pic x(2) value "00".
007300 01 ws_status_rejsusp   pic x(2) value "00".
007400 01 ws_status_dupes     pic x(2) value "00".
007500 01 ws_status_excfile   pic x(2) value "00".
007600 01 ws_status_ntcwork   pic x(2) value "00".
007700 01 ws_status_notice    pic x(2) value "00".
007800 01 ws_status_noticerpt pic x(2) value "00".
007900 01 ws_notice_path pic x(64) value space.
008000 01 ws_brfilex_open pic a value 'N'.
008100 01 ws_excfile_open pic a value 'N'.
008200 01 ws_exc_eof   pic a value 'N'.
008300 01 ws_dupes_eof pic a value 'N'.
008400 01 ws_susp_eof  pic a value 'N'.
008500 01 ws_reg_eof   pic a value 'N'.
008600 01 ws_ntc_eof   pic a value 'N'.
008700 01 ws_bus_date  pic 9(8) value zero.
008800 01 ws_run_date  pic 9(8) value zero.
008900 01 ws_run_time_raw pic 9(8) value zero.
009000 01 ws_bus_serial pic 9(7) value zero.
009100 01 ws_item_seq  pic 9(8) value zero.
009200 01 ws_item_rank pic 9 value zero.
009300 01 ws_item_image pic x(140) value space.
009400 01 ws_item_file pic x(48) value space.
009500 01 ws_item_rec  pic 9(6) value zero.
009600 01 ws_map_file  pic x(48) value space.
009700 01 ws_map_code  pic x(8) value space.
009800 01 ws_map_last_file pic x(48) value space.
009900 01 ws_map_last_code pic x(8) value space.
010000 01 ws_dup_rec_num pic 9(6) value zero.
010100 01 ws_loaded_count   pic 9(8) value zero.
010200 01 ws_written_count  pic 9(8) value zero.
010300 01 ws_unmapped_count pic 9(6) value zero.
010400 01 ws_notice_count   pic 9(6) value zero.
010500 01 ws_fail_count pic 9(6) value zero.
010600 01 ws_rej_count  pic 9(6) value zero.
010700 01 ws_dup_count  pic 9(6) value zero.
010800 01 ws_susp_count pic 9(6) value zero.
010900 01 ws_rec_count  pic 9(8) value zero.
011000 01 ws_log_line.
011100   03 ws_log_prefix     pic x(14) value "** IO ERROR **".
011200   03 filler            pic x value space.
011300   03 ws_log_filename   pic x(48).
011400   03 filler            pic x value space.
011500   03 ws_log_status_txt pic x(8) value "STATUS: ".
011600   03 ws_log_status     pic x(2).
011700   03 filler            pic x(2) value space.
011800   03 ws_log_msg        pic x(40).
011900     copy "brregrec.cpy".
012000     copy "calexcp.cpy".
012100     copy "calrtnr.cpy".
012200
012300 01 ws_runparm_card.
012400   03 rp_bus_date      pic x(8).
012500   03 filler           pic x(72).
012600
012700 01 ws_dup_line.
012800   03 dup_label pic x(10).
012900   03 filler pic x.
013000   03 dup_name_1 pic x(48).
013100   03 filler pic x(8).
013200   03 dup_name_2 pic x(48).
013300   03 filler pic x(6).
013400   03 dup_rec pic zzzzz9.
013500
013600 01 ws_cvt_date pic 9(8) value zero.
013700 01 ws_cvt_date_r redefines ws_cvt_date.
013800   03 ws_cvt_yyyy pic 9(4).
013900   03 ws_cvt_mm   pic 9(2).
014000   03 ws_cvt_dd   pic 9(2).
014100 01 ws_cvt_y pic 9(4) value zero.
014200 01 ws_cvt_m pic 9(2) value zero.
014300 01 ws_serial pic 9(7) value zero.
014400 01 ws_serial_m pic 9(7) value zero.
014500 01 ws_days_open pic s9(7) value zero.
014600
014700 01 ws_rpt_hdr.
014800   03 filler pic x(30) value "** BRANCH RETURN NOTICES **".
014900   03 filler pic x(11) value "BUS DATE: ".
015000   03 hdr_bus_date pic 9(8).
015100
015200 01 ws_branch_line.
015300   03 bl_code pic x(8).
015400   03 filler pic x value space.
015500   03 bl_name pic x(30).
015600   03 filler pic x(7) value " FAIL: ".
015700   03 bl_fail pic zzzzz9.
015800   03 filler pic x(7) value "  REJ: ".
015900   03 bl_rej pic zzzzz9.
016000   03 filler pic x(7) value "  DUP: ".
016100   03 bl_dup pic zzzzz9.
016200   03 filler pic x(8) value "  SUSP: ".
016300   03 bl_susp pic zzzzz9.
016400   03 filler pic x(8) value "  RECS: ".
016500   03 bl_recs pic zzzzzzz9.
016600
016700 01 ws_unmapped_line.
016800   03 filler pic x(20) value "NO BRANCH FOR FILE: ".
016900   03 um_file pic x(48).
017000   03 filler pic x(7) value " TYPE: ".
017100   03 um_type pic x.
017200   03 filler pic x(6) value " REC: ".
017300   03 um_rec pic zzzzz9.
017400
017500 01 ws_sum_line.
017600   03 filler pic x(14) value "** NOTICES  :".
017700   03 sum_notices pic zzzzz9.
017800   03 filler pic x(13) value "  ITEMS    :".
017900   03 sum_items pic zzzzzzz9.
018000   03 filler pic x(13) value "  UNMAPPED :".
018100   03 sum_unmapped pic zzzzz9.
018200   03 filler pic x(13) value "  UNSENT   :".
018300   03 sum_unsent pic zzzzzzz9.
018400
018500 01 ws_text_line pic x(60).
018600
018700 procedure division.
018800    accept ws_run_date from date yyyymmdd.
018900    accept ws_run_time_raw from time.
019000    perform read_run_parms.
019100    perform open_noticerpt_1.
019200    perform open_ntcwork_1.
019300    perform open_brfilex_1.
019400    move ws_bus_date to hdr_bus_date.
019500    write noticerpt_1_file from ws_rpt_hdr
019600      after advancing 1 line.
019700    perform load_file_failures.
019800    perform load_duplicates.
019900    perform load_suspense.
020000    perform open_excfile_1.
020100    perform report_unmapped_items.
020200    perform write_branch_notices.
020300    move ws_notice_count to sum_notices.
020400    move ws_written_count to sum_items.
020500    move ws_unmapped_count to sum_unmapped.
020600    compute sum_unsent = ws_loaded_count - ws_written_count.
020700    write noticerpt_1_file from ws_sum_line
020800      after advancing 1 line.
020900    if ws_loaded_count > ws_written_count
021000      move "** ITEMS FOR INACTIVE OR UNREGISTERED BRANCHES **"
021100        to ws_text_line
021200      write noticerpt_1_file from ws_text_line
021300        after advancing 1 line
021400      move "W" to ex100-severity
021500      move "NTCUNSNT" to ex100-code
021600      move "BRFILEX.DAT" to ex100-subject
021700      move ws_loaded_count to ex100-expected
021800      move ws_written_count to ex100-actual
021900      move "ITEMS FOR NO ACTIVE BRANCH" to ex100-text
022000      perform write_exception
022100    end-if.
022200    close noticerpt_1, ntcwork_1.
022300    if ws_brfilex_open = 'Y'
022400      close brfilex_1
022500    end-if.
022600    if ws_excfile_open = 'Y'
022700      close excfile_1
022800    end-if.
022900    stop run.
023000
023100 read_run_parms section.
023200     open input runparm_1.
023300     if ws_status_runparm not = "00"
023400       move "RUNPARM.DAT" to ws_log_filename
023500       move ws_status_runparm to ws_log_status
023600       move "RUN CONTROL CARD MISSING" to ws_log_msg
023700       perform log_file_error
023800       move 16 to return-code
023900       stop run
024000     end-if.
024100     move spaces to ws_runparm_card.
024200     read runparm_1 into ws_runparm_card
024300        at end
024400          continue
024500     end-read.
024600     close runparm_1.
024700     if rp_bus_date not numeric
024800       move "RUNPARM.DAT" to ws_log_filename
024900       move "  " to ws_log_status
025000       move "BUSINESS DATE NOT NUMERIC" to ws_log_msg
025100       perform log_file_error
025200       move 16 to return-code
025300       stop run
025400     end-if.
025500     move rp_bus_date to ws_bus_date.
025600     move ws_bus_date to ws_cvt_date.
025700     perform date_to_serial.
025800     move ws_serial to ws_bus_serial.
025900
026000 open_noticerpt_1 section.
026100     open output noticerpt_1.
026200     if ws_status_noticerpt not = "00"
026300       move "NOTICE.TXT" to ws_log_filename
026400       move ws_status_noticerpt to ws_log_status
026500       move "OPEN FAILED" to ws_log_msg
026600       perform log_file_error
026700       move 16 to return-code
026800       stop run
026900     end-if.
027000
027100 open_ntcwork_1 section.
027200     open output ntcwork_1.
027300     close ntcwork_1.
027400     open i-o ntcwork_1.
027500     if ws_status_ntcwork not = "00"
027600       move "NTCWORK.DAT" to ws_log_filename
027700       move ws_status_ntcwork to ws_log_status
027800       move "OPEN FAILED - JOB TERMINATED" to ws_log_msg
027900       perform log_file_error
028000       move 16 to return-code
028100       stop run
028200     end-if.
028300
028400 open_brfilex_1 section.
028500     open input brfilex_1.
028600     if ws_status_brfilex = "00"
028700       move 'Y' to ws_brfilex_open
028800     else
028900       move "BRFILEX.DAT" to ws_log_filename
029000       move ws_status_brfilex to ws_log_status
029100       move "NO CROSS-REFERENCE - ITEMS UNMAPPED" to ws_log_msg
029200       perform log_file_error
029300     end-if.
029400
029500 load_file_failures section.
029600     open input excfile_1.
029700     if ws_status_excfile not = "00"
029800       move "NO EXCEPTION FILE - NO FILE FAILURES" to ws_text_line
029900       write noticerpt_1_file from ws_text_line
030000         after advancing 1 line
030100     else
030200       perform until ws_exc_eof = 'Y'
030300         read excfile_1 into ex100-exception-record
030400            at end
030500               move 'Y' to ws_exc_eof
030600            not at end
030700              if ws_status_excfile not = "00"
030800                move "NIGHTEXC.DAT" to ws_log_filename
030900                move ws_status_excfile to ws_log_status
031000                move "READ ERROR - NOTICES ABANDONED"
031100                  to ws_log_msg
031200                perform log_file_error
031300                move 16 to return-code
031400                stop run
031500              end-if
031600              if ex100-bus-date = ws_bus_date
031700                 and ex100-program = "AOC_1"
031800                 and (ex100-code = "VALFAIL"
031900                      or ex100-code = "FILEMISS")
032000                perform stash_file_failure
032100              end-if
032200         end-read
032300       end-perform
032400       close excfile_1
032500     end-if.
032600
032700 stash_file_failure section.
032800     move spaces to rn100-fail-record.
032900     move "F" to rn100-f-type.
033000     move ex100-subject to rn100-f-branch-file.
033100     move ex100-code to rn100-f-code.
033200     move ex100-text to rn100-f-reason.
033300     move ex100-expected to rn100-f-expected.
033400     move ex100-actual to rn100-f-actual.
033500     move rn100-fail-record to ws_item_image.
033600     move ex100-subject to ws_item_file.
033700     move zero to ws_item_rec.
033800     move 1 to ws_item_rank.
033900     perform stash_notice_item.
034000
034100 load_duplicates section.
034200     open input dupes_1.
034300     if ws_status_dupes not = "00"
034400       move "NO DUPLICATE REPORT - NO DUPLICATES" to ws_text_line
034500       write noticerpt_1_file from ws_text_line
034600         after advancing 1 line
034700     else
034800       perform until ws_dupes_eof = 'Y'
034900         read dupes_1 into ws_dup_line
035000            at end
035100               move 'Y' to ws_dupes_eof
035200            not at end
035300              if ws_status_dupes not = "00"
035400                move "DUPES.TXT" to ws_log_filename
035500                move ws_status_dupes to ws_log_status
035600                move "READ ERROR - NOTICES ABANDONED"
035700                  to ws_log_msg
035800                perform log_file_error
035900                move 16 to return-code
036000                stop run
036100              end-if
036200              if dup_label = "DUP REC  :"
036300                perform stash_duplicate
036400              end-if
036500         end-read
036600       end-perform
036700       close dupes_1
036800     end-if.
036900
037000 stash_duplicate section.
037100     move dup_rec to ws_dup_rec_num.
037200     move dup_name_2 to ws_map_file.
037300     perform map_branch_file.
037400     move spaces to rn100-dup-record.
037500     move "D" to rn100-d-type.
037600     move dup_name_1 to rn100-d-branch-file.
037700     move ws_dup_rec_num to rn100-d-rec-num.
037800     move dup_name_2 to rn100-d-other-file.
037900     move ws_map_code to rn100-d-other-branch.
038000     move rn100-dup-record to ws_item_image.
038100     move dup_name_1 to ws_item_file.
038200     move ws_dup_rec_num to ws_item_rec.
038300     move 3 to ws_item_rank.
038400     perform stash_notice_item.
038500
038600 load_suspense section.
038700     open input rejsusp_1.
038800     if ws_status_rejsusp not = "00"
038900       move "NO SUSPENSE FILE - NO REJECTS" to ws_text_line
039000       write noticerpt_1_file from ws_text_line
039100         after advancing 1 line
039200     else
039300       move low-values to rs100-key
039400       start rejsusp_1 key is not < rs100-key
039500         invalid key
039600           move 'Y' to ws_susp_eof
039700       end-start
039800       perform until ws_susp_eof = 'Y'
039900         read rejsusp_1 next
040000            at end
040100               move 'Y' to ws_susp_eof
040200            not at end
040300              if ws_status_rejsusp not = "00"
040400                move "REJSUSP.DAT" to ws_log_filename
040500                move ws_status_rejsusp to ws_log_status
040600                move "READ ERROR - NOTICES ABANDONED"
040700                  to ws_log_msg
040800                perform log_file_error
040900                move 16 to return-code
041000                stop run
041100              end-if
041200              if rs100-bus-date = ws_bus_date
041300                perform stash_reject
041400              else
041500                if rs100-open-item
041600                   and rs100-bus-date < ws_bus_date
041700                  perform stash_suspense
041800                end-if
041900              end-if
042000         end-read
042100       end-perform
042200       close rejsusp_1
042300     end-if.
042400
042500 stash_reject section.
042600     move spaces to rn100-reject-record.
042700     move "R" to rn100-r-type.
042800     move rs100-branch-file to rn100-r-branch-file.
042900     move rs100-bus-date to rn100-r-bus-date.
043000     move rs100-rec-num to rn100-r-rec-num.
043100     move rs100-raw-text to rn100-r-raw-text.
043200     move rn100-reject-record to ws_item_image.
043300     move rs100-branch-file to ws_item_file.
043400     move rs100-rec-num to ws_item_rec.
043500     move 2 to ws_item_rank.
043600     perform stash_notice_item.
043700
043800 stash_suspense section.
043900     move rs100-bus-date to ws_cvt_date.
044000     perform date_to_serial.
044100     compute ws_days_open = ws_bus_serial - ws_serial.
044200     if ws_days_open < zero
044300       move zero to ws_days_open
044400     end-if.
044500     move spaces to rn100-susp-record.
044600     move "S" to rn100-s-type.
044700     move rs100-branch-file to rn100-s-branch-file.
044800     move rs100-bus-date to rn100-s-bus-date.
044900     move rs100-rec-num to rn100-s-rec-num.
045000     move ws_days_open to rn100-s-days-open.
045100     move rs100-raw-text to rn100-s-raw-text.
045200     move rn100-susp-record to ws_item_image.
045300     move rs100-branch-file to ws_item_file.
045400     move rs100-rec-num to ws_item_rec.
045500     move 4 to ws_item_rank.
045600     perform stash_notice_item.
045700
045800 stash_notice_item section.
045900     move ws_item_file to ws_map_file.
046000     perform map_branch_file.
046100     if ws_map_code = spaces
046200       add 1 to ws_unmapped_count
046300     else
046400       add 1 to ws_loaded_count
046500     end-if.
046600     add 1 to ws_item_seq.
046700     move ws_map_code to nw_code.
046800     move ws_item_rank to nw_rank.
046900     move ws_item_seq to nw_seq.
047000     move ws_item_file to nw_file.
047100     move ws_item_rec to nw_rec.
047200     move ws_item_image to nw_image.
047300     write ntcwork_1_file.
047400     if ws_status_ntcwork not = "00"
047500       move "NTCWORK.DAT" to ws_log_filename
047600       move ws_status_ntcwork to ws_log_status
047700       move "WRITE FAILED - JOB TERMINATED" to ws_log_msg
047800       perform log_file_error
047900       move 16 to return-code
048000       stop run
048100     end-if.
048200
048300 report_unmapped_items section.
048400     move spaces to nw_code.
048500     move zero to nw_rank, nw_seq.
048600     move 'N' to ws_ntc_eof.
048700     start ntcwork_1 key is not < nw_key
048800       invalid key
048900         move 'Y' to ws_ntc_eof
049000     end-start.
049100     perform until ws_ntc_eof = 'Y'
049200       read ntcwork_1 next
049300          at end
049400             move 'Y' to ws_ntc_eof
049500          not at end
049600            if nw_code not = spaces
049700              move 'Y' to ws_ntc_eof
049800            else
049900              perform write_unmapped_line
050000            end-if
050100       end-read
050200     end-perform.
050300
050400 write_unmapped_line section.
050500     move nw_file to um_file.
050600     move nw_image (1 : 1) to um_type.
050700     move nw_rec to um_rec.
050800     write noticerpt_1_file from ws_unmapped_line
050900       after advancing 1 line.
051000     move "W" to ex100-severity.
051100     move "NTCNOBR" to ex100-code.
051200     move nw_file to ex100-subject.
051300     move nw_rec to ex100-rec-num.
051400     move "NO BRANCH FOR FILE - NOT NOTIFIED" to ex100-text.
051500     perform write_exception.
051600
051700 map_branch_file section.
051800     if ws_map_file = ws_map_last_file
051900        and ws_map_last_file not = spaces
052000       move ws_map_last_code to ws_map_code
052100     else
052200       move spaces to ws_map_code
052300       if ws_brfilex_open = 'Y'
052400         move ws_map_file to bf100-branch-file
052500         read brfilex_1
052600           invalid key
052700             continue
052800           not invalid key
052900             move bf100-branch-code to ws_map_code
053000         end-read
053100       end-if
053200       move ws_map_file to ws_map_last_file
053300       move ws_map_code to ws_map_last_code
053400     end-if.
053500
053600 write_branch_notices section.
053700     open input branchreg_1.
053800     if ws_status_branchreg not = "00"
053900       move "BRANCHREG.DAT" to ws_log_filename
054000       move ws_status_branchreg to ws_log_status
054100       move "NO BRANCH REGISTRY - NOTICES REFUSED" to ws_log_msg
054200       perform log_file_error
054300       move 16 to return-code
054400       stop run
054500     end-if.
054600     perform until ws_reg_eof = 'Y'
054700       read branchreg_1 into br100-registry-record
054800          at end
054900             move 'Y' to ws_reg_eof
055000          not at end
055100            if ws_status_branchreg not = "00"
055200              move "BRANCHREG.DAT" to ws_log_filename
055300              move ws_status_branchreg to ws_log_status
055400              move "READ ERROR - NOTICES ABANDONED" to ws_log_msg
055500              perform log_file_error
055600              move 16 to return-code
055700              stop run
055800            end-if
055900            if br100-registry-record not = spaces
056000               and br100-is-active
056100              perform write_one_notice
056200            end-if
056300       end-read
056400     end-perform.
056500     close branchreg_1.
056600
056700 write_one_notice section.
056800     move spaces to ws_notice_path.
056900     string "rtn." delimited by size
057000            br100-branch-code delimited by space
057100            "." delimited by size
057200            ws_bus_date delimited by size
057300            ".dat" delimited by size
057400       into ws_notice_path
057500     end-string.
057600     open output notice_1.
057700     if ws_status_notice not = "00"
057800       move ws_notice_path to ws_log_filename
057900       move ws_status_notice to ws_log_status
058000       move "OPEN FAILED - JOB TERMINATED" to ws_log_msg
058100       perform log_file_error
058200       move 16 to return-code
058300       stop run
058400     end-if.
058500     move zero to ws_fail_count, ws_rej_count, ws_dup_count,
058600       ws_susp_count, ws_rec_count.
058700     move spaces to rn100-header-record.
058800     move "H" to rn100-h-type.
058900     move br100-branch-code to rn100-h-branch-code.
059000     move br100-branch-name to rn100-h-branch-name.
059100     move br100-region to rn100-h-region.
059200     move ws_bus_date to rn100-h-bus-date.
059300     move ws_run_date to rn100-h-run-date.
059400     move ws_run_time_raw (1 : 6) to rn100-h-run-time.
059500     write notice_1_file from rn100-header-record
059600       after advancing 1 line.
059700     add 1 to ws_rec_count.
059800     move br100-branch-code to nw_code.
059900     move zero to nw_rank, nw_seq.
060000     move 'N' to ws_ntc_eof.
060100     start ntcwork_1 key is not < nw_key
060200       invalid key
060300         move 'Y' to ws_ntc_eof
060400     end-start.
060500     perform until ws_ntc_eof = 'Y'
060600       read ntcwork_1 next
060700          at end
060800             move 'Y' to ws_ntc_eof
060900          not at end
061000            if nw_code not = br100-branch-code
061100              move 'Y' to ws_ntc_eof
061200            else
061300              perform write_notice_item
061400            end-if
061500       end-read
061600     end-perform.
061700     move spaces to rn100-control-record.
061800     move "C" to rn100-c-type.
061900     move br100-branch-code to rn100-c-branch-code.
062000     move ws_bus_date to rn100-c-bus-date.
062100     move ws_fail_count to rn100-c-fail-count.
062200     move ws_rej_count to rn100-c-rej-count.
062300     move ws_dup_count to rn100-c-dup-count.
062400     move ws_susp_count to rn100-c-susp-count.
062500     add 1 to ws_rec_count.
062600     move ws_rec_count to rn100-c-rec-count.
062700     write notice_1_file from rn100-control-record
062800       after advancing 1 line.
062900     close notice_1.
063000     add 1 to ws_notice_count.
063100     move br100-branch-code to bl_code.
063200     move br100-branch-name to bl_name.
063300     move ws_fail_count to bl_fail.
063400     move ws_rej_count to bl_rej.
063500     move ws_dup_count to bl_dup.
063600     move ws_susp_count to bl_susp.
063700     move ws_rec_count to bl_recs.
063800     write noticerpt_1_file from ws_branch_line
063900       after advancing 1 line.
064000
064100 write_notice_item section.
064200     write notice_1_file from nw_image
064300       after advancing 1 line.
064400     add 1 to ws_rec_count.
064500     add 1 to ws_written_count.
064600     evaluate nw_rank
064700       when 1
064800         add 1 to ws_fail_count
064900       when 2
065000         add 1 to ws_rej_count
065100       when 3
065200         add 1 to ws_dup_count
065300       when other
065400         add 1 to ws_susp_count
065500     end-evaluate.
065600
065700 date_to_serial section.
065800     if ws_cvt_mm > 2
065900       move ws_cvt_yyyy to ws_cvt_y
066000       compute ws_cvt_m = ws_cvt_mm + 1
066100     else
066200       compute ws_cvt_y = ws_cvt_yyyy - 1
066300       compute ws_cvt_m = ws_cvt_mm + 13
066400     end-if.
066500     compute ws_serial = (1461 * ws_cvt_y) / 4.
066600     compute ws_serial_m = (306001 * ws_cvt_m) / 10000.
066700     compute ws_serial = ws_serial + ws_serial_m + ws_cvt_dd.
066800
066900 log_file_error section.
067000     display ws_log_line.
067100
067200 open_excfile_1 section.
067300     open extend excfile_1.
067400     if ws_status_excfile = "35"
067500       open output excfile_1
067600     end-if.
067700     if ws_status_excfile = "00"
067800       move 'Y' to ws_excfile_open
067900     else
068000       move "NIGHTEXC.DAT" to ws_log_filename
068100       move ws_status_excfile to ws_log_status
068200       move "EXCEPTION FILE UNAVAILABLE" to ws_log_msg
068300       perform log_file_error
068400     end-if.
068500     move spaces to ex100-exception-record.
068600     move ws_bus_date to ex100-bus-date.
068700     move "AOC_NOTICE" to ex100-program.
068800     move ws_run_date to ex100-run-date.
068900     move ws_run_time_raw (1 : 6) to ex100-run-time.
069000     move zero to ex100-rec-num, ex100-expected, ex100-actual.
069100
069200 write_exception section.
069300     if ws_excfile_open = 'Y'
069400       write excfile_1_file from ex100-exception-record
069500         after advancing 1 line
069600     end-if.
069700     move spaces to ex100-subject, ex100-text.
069800     move zero to ex100-rec-num, ex100-expected, ex100-actual.
069900
070000 end program aoc_notice.
