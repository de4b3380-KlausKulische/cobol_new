001300  select ackrpt_1 assign to 'ackrpt.txt'
001400  organization is line sequential
001500  file status is ws_status_ackrpt.
001510  select ledgsusp_1 assign to 'ledgsusp.dat'
001520  organization is indexed
001530  access is dynamic
001540  record key is ls100-key
001550  file status is ws_status_ledgsusp.
001558  select ackwork_1 assign to 'ackwork.dat'
001566  organization is indexed
001574  access is dynamic
001582  record key is aw_key
001590  file status is ws_status_ackwork.
001591  select ackhist_1 assign to 'ackhist.dat'
001592  organization is indexed
001593  access is dynamic
001594  record key is ah100-key
001595  file status is ws_status_ackhist.
001596  select excfile_1 assign to 'nightexc.dat'
001597  organization is line sequential
001598  file status is ws_status_excfile.
001600
001700 data division.
001800 file section.
002200 01 ledgack_1_file pic x(80).
002300 fd ackrpt_1.
002400 01 ackrpt_1_file pic x(120).
002430 fd ledgsusp_1.
002460     copy "ledgsrec.cpy".
002464 fd ackwork_1.
002468 01 ackwork_1_file.
002472   03 aw_key.
002476     05 aw_branch pic x(48).
002480     05 aw_date   pic 9(8).
002484     05 aw_rec    pic 9(6).
002488   03 aw_value pic 9(6).
002492   03 aw_acked pic x.
002493 fd ackhist_1.
002494     copy "calackh.cpy".
002495 fd excfile_1.
002496 01 excfile_1_file pic x(160).
002500
002600 working-storage section.
002700 01 ws_status_intface pic x(2) value "00".
002800 01 ws_status_ledgack pic x(2) value "00".
002900 01 ws_status_ackrpt  pic x(2) value "00".
002920 01 ws_status_ledgsusp pic x(2) value "00".
002940 01 ws_ledgsusp_open   pic a value 'N'.
002960 01 ws_run_date        pic 9(8) value zero.
002970 01 ws_status_ackwork  pic x(2) value "00".
002980 01 ws_work_eof        pic a value 'N'.
002982 01 ws_status_ackhist  pic x(2) value "00".
002984 01 ws_ackhist_open    pic a value 'N'.
002986 01 ws_hist_branch     pic x(48) value space.
002988 01 ws_hist_date       pic 9(8) value zero.
002990 01 ws_hist_sent       pic 9(6) value zero.
002992 01 ws_hist_posted     pic 9(6) value zero.
002994 01 ws_hist_rejected   pic 9(6) value zero.
002996 01 ws_hist_unacked    pic 9(6) value zero.
003000 01 ws_intf_eof pic a value 'N'.
003100 01 ws_ack_eof  pic a value 'N'.
003200 01 ws_log_line.
003900   03 filler            pic x(2) value space.
004000   03 ws_log_msg        pic x(40).
004100
004110 01 ws_ext_count pic 9(8) value zero.
004120 01 ws_ext_first_date pic 9(8) value zero.
004130 01 ws_ext_found pic a value 'N'.
004140 01 ws_dup_ext_count pic 9(6) value zero.
004150 01 ws_status_excfile pic x(2) value "00".
004160 01 ws_excfile_open   pic a value 'N'.
004165 01 ws_exc_time      pic 9(8) value zero.
004170     copy "calexcp.cpy".
005200 01 ws_ext_value_sum pic 9(8) value zero.
005300 01 ws_trailer_seen pic a value 'N'.
005400 01 ws_decl_count pic 9(6) value zero.
005900 01 ws_orphan_count   pic 9(6) value zero.
006000 01 ws_noack_count    pic 9(6) value zero.
006100 01 ws_except_count   pic 9(6) value zero.
006110 01 ws_susp_new_count   pic 9(6) value zero.
006120 01 ws_resub_ack_count  pic 9(6) value zero.
006130 01 ws_resub_post_count pic 9(6) value zero.
006140 01 ws_resub_rej_count  pic 9(6) value zero.
006150 01 ws_night_ack_count  pic 9(6) value zero.
006160 01 ws_resub_found      pic a value 'N'.
006200     copy "calintfc.cpy".
006300     copy "calackr.cpy".
006400
010800   03 filler pic x(12) value "  ORPHANS :".
010900   03 sum_orphan pic zzzzz9.
011000
011010 01 ws_susp_line.
011020   03 filler pic x(22) value "** LEDGER SUSPENSE **".
011030   03 filler pic x(11) value "NEW ITEMS: ".
011040   03 susp_new pic zzzzz9.
011050   03 filler pic x(16) value "  RESUB POSTED: ".
011060   03 susp_posted pic zzzzz9.
011070   03 filler pic x(18) value "  RESUB REJECTED: ".
011080   03 susp_rejected pic zzzzz9.
011090
011100 procedure division.
011150    accept ws_run_date from date yyyymmdd.
011200    perform open_ackrpt_1.
011250    perform open_ledgsusp_1.
011260    perform open_ackwork_1.
011300    perform load_intface.
011305    perform open_excfile_1.
011310    move ws_ext_first_date to hdr_date.
011800    write ackrpt_1_file from ws_rpt_hdr
011900      after advancing 1 line.
011910    if ws_dup_ext_count > zero
011920      move "** DUPLICATE EXTRACT KEYS ON INTFACE.DAT **"
011930        to ws_text_line
011940      write ackrpt_1_file from ws_text_line
011950        after advancing 1 line
011951      move "E" to ex100-severity
011952      move "DUPEXTR" to ex100-code
011953      move "INTFACE.DAT" to ex100-subject
011954      move ws_dup_ext_count to ex100-actual
011955      move ws_text_line to ex100-text
011956      perform write_exception
011960    end-if.
012000    perform match_ack_file.
012100    perform report_unacked.
012110    perform post_ack_history.
012200    perform foot_controls.
012300    perform write_match_summary.
012400    if ws_noack_count > zero or ws_orphan_count > zero
012500       or ws_rejected_count > zero or ws_except_count > zero
012550       or ws_resub_rej_count > zero
012600      move "** FEED NOT FULLY POSTED - ARCHIVE STEPS HELD **"
012700        to ws_text_line
012800      write ackrpt_1_file from ws_text_line
013300      write ackrpt_1_file from ws_text_line
013400        after advancing 1 line
013500    end-if.
013510    close ackrpt_1, ackwork_1.
013520    if ws_excfile_open = 'Y'
013530      close excfile_1
013540    end-if.
013620    if ws_ledgsusp_open = 'Y'
013640      close ledgsusp_1
013660    end-if.
013700    stop run.
013800
013900 open_ackrpt_1 section.
014200       move "ACKRPT.TXT" to ws_log_filename
014300       move ws_status_ackrpt to ws_log_status
014400       move "OPEN FAILED" to ws_log_msg
014403       perform log_file_error
014406       move 16 to return-code
014409       stop run
014412     end-if.
014415
014418 open_ledgsusp_1 section.
014421     open i-o ledgsusp_1.
014424     if ws_status_ledgsusp = "35"
014427       open output ledgsusp_1
014430       close ledgsusp_1
014433       open i-o ledgsusp_1
014436     end-if.
014439     if ws_status_ledgsusp = "00"
014442       move 'Y' to ws_ledgsusp_open
014445     else
014448       move "LEDGSUSP.DAT" to ws_log_filename
014451       move ws_status_ledgsusp to ws_log_status
014454       move "SUSPENSE UNAVAILABLE - REJECTIONS NOT HELD"
014457         to ws_log_msg
014460       perform log_file_error
014463     end-if.
014466
014469 open_ackwork_1 section.
014472     open output ackwork_1.
014475     close ackwork_1.
014478     open i-o ackwork_1.
014481     if ws_status_ackwork not = "00"
014484       move "ACKWORK.DAT" to ws_log_filename
014487       move ws_status_ackwork to ws_log_status
014490       move "OPEN FAILED - CANNOT MATCH" to ws_log_msg
014500       perform log_file_error
014600       move 16 to return-code
014700       stop run
018800     end-if.
018900
019000 stash_extract_entry section.
019010     add 1 to ws_ext_count.
019020     add ci100-d-calib-value to ws_ext_value_sum.
019030     if ws_ext_count = 1
019040       move ci100-d-bus-date to ws_ext_first_date
019050     end-if.
019060     move ci100-d-branch-file to aw_branch.
019070     move ci100-d-bus-date    to aw_date.
019080     move ci100-d-rec-num     to aw_rec.
019090     move ci100-d-calib-value to aw_value.
019100     move 'N'                 to aw_acked.
019110     write ackwork_1_file
019120       invalid key
019130         add 1 to ws_except_count
019140         add 1 to ws_dup_ext_count
019150         move ci100-d-branch-file to ws_log_filename
019160         move "  " to ws_log_status
019170         move "DUPLICATE EXTRACT KEY ON INTFACE.DAT"
019180           to ws_log_msg
019190         perform log_file_error
019220     end-write.
019230     if ws_status_ackwork not = "00"
019240        and ws_status_ackwork not = "22"
019250       move "ACKWORK.DAT" to ws_log_filename
019260       move ws_status_ackwork to ws_log_status
019270       move "WRITE FAILED - JOB TERMINATED" to ws_log_msg
020400       perform log_file_error
020500       move 16 to return-code
020600       stop run
024500       move ca100-ack-record to bad_ack
024600       write ackrpt_1_file from ws_bad_line
024700         after advancing 1 line
024710       move "E" to ex100-severity
024720       move "ACKBAD" to ex100-code
024730       move ca100-a-branch-file to ex100-subject
024740       move "ACK INVALID" to ex100-text
024750       perform write_exception
024800     else
024900       perform find_extract_entry
024910       if ws_ext_found = 'N'
025040         perform match_resubmitted_ack
025080         if ws_resub_found = 'N'
025120           perform report_orphan_ack
025160         end-if
025200       else
025300         perform post_one_ack
025400       end-if
025500     end-if.
025600
025700 find_extract_entry section.
025710     move ca100-a-branch-file to aw_branch.
025720     move ca100-a-bus-date    to aw_date.
025730     move ca100-a-rec-num     to aw_rec.
025740     read ackwork_1
025750       invalid key
025760         move 'N' to ws_ext_found
025770       not invalid key
025780         move 'Y' to ws_ext_found
025790     end-read.
026800
026900 post_one_ack section.
026910     if aw_acked not = 'N'
027100       add 1 to ws_except_count
027200       move "DUPLICATE ACK:" to match_label
027300       perform write_match_line
027310       move "E" to ex100-severity
027320       move "ACKDUP" to ex100-code
027330       move aw_branch to ex100-subject
027340       move aw_rec to ex100-rec-num
027350       move aw_value to ex100-expected
027360       move match_label to ex100-text
027370       perform write_exception
027400     else
027500       if ca100-rejected
027510         move 'R' to aw_acked
027520         rewrite ackwork_1_file
027700         add 1 to ws_rejected_count
027800         move "REJECTED     :" to match_label
027900         perform write_match_line
027906         move "E" to ex100-severity
027912         move "LEDGREJ" to ex100-code
027918         move aw_branch to ex100-subject
027924         move aw_rec to ex100-rec-num
027930         move aw_value to ex100-expected
027936         move ca100-a-reason to ex100-text
027942         perform write_exception
027950         perform open_ledger_suspense
028000       else
028010         move 'Y' to aw_acked
028020         rewrite ackwork_1_file
028200         add 1 to ws_posted_count
028250         perform close_ledger_suspense
028300       end-if
028301     end-if.
028302
028303 open_ledger_suspense section.
028304     if ws_ledgsusp_open = 'Y'
028305       move aw_branch to ls100-branch-file
028306       move aw_date   to ls100-bus-date
028307       move aw_rec    to ls100-rec-num
028308       read ledgsusp_1
028309         invalid key
028310           move aw_value to ls100-calib-value
028311           move ca100-a-reason to ls100-reason
028312           move 'O' to ls100-status
028313           move ws_run_date to ls100-added-date
028314           move zero to ls100-action-date, ls100-resub-date,
028315             ls100-resub-count, ls100-closed-date
028316           move spaces to ls100-action-user, ls100-writeoff-reason
028317           write ls100-suspense-record
028318           add 1 to ws_susp_new_count
028319         not invalid key
028320           if ls100-open-item or ls100-closed-item
028321             move aw_value to ls100-calib-value
028322             move ca100-a-reason to ls100-reason
028323             move 'O' to ls100-status
028324             move zero to ls100-closed-date
028325             rewrite ls100-suspense-record
028326           end-if
028327       end-read
028328     end-if.
028329
028330 close_ledger_suspense section.
028331     if ws_ledgsusp_open = 'Y'
028332       move aw_branch to ls100-branch-file
028333       move aw_date   to ls100-bus-date
028334       move aw_rec    to ls100-rec-num
028335       read ledgsusp_1
028336         invalid key
028337           continue
028338         not invalid key
028339           if not ls100-closed-item and not ls100-written-off
028340             move 'C' to ls100-status
028341             move ws_run_date to ls100-closed-date
028342             rewrite ls100-suspense-record
028343           end-if
028344       end-read
028345     end-if.
028346
028347 match_resubmitted_ack section.
028348     move 'N' to ws_resub_found.
028349     if ws_ledgsusp_open = 'Y'
028350       move ca100-a-branch-file to ls100-branch-file
028351       move ca100-a-bus-date    to ls100-bus-date
028352       move ca100-a-rec-num     to ls100-rec-num
028353       read ledgsusp_1
028354         invalid key
028355           continue
028356         not invalid key
028357           if ls100-resub-sent
028358             move 'Y' to ws_resub_found
028359             perform post_resubmitted_ack
028360           end-if
028361       end-read
028362     end-if.
028363
028364 post_resubmitted_ack section.
028365     add 1 to ws_resub_ack_count.
028366     if ca100-rejected
028367       add 1 to ws_resub_rej_count
028368       move 'O' to ls100-status
028369       move ca100-a-reason to ls100-reason
028370       move "RESUB REJECT :" to match_label
028371     else
028372       add 1 to ws_resub_post_count
028373       move 'C' to ls100-status
028374       move ws_run_date to ls100-closed-date
028375       move "RESUB POSTED :" to match_label
028376     end-if.
028377     rewrite ls100-suspense-record.
028378     move ls100-branch-file to match_branch.
028379     move ls100-bus-date to match_date.
028380     move ls100-rec-num to match_rec.
028381     move ls100-calib-value to match_value.
028382     move ca100-a-reason to match_reason.
028383     write ackrpt_1_file from ws_match_line
028384       after advancing 1 line.
028385     if ca100-rejected
028386       move "E" to ex100-severity
028387       move "RESUBREJ" to ex100-code
028388       move ls100-branch-file to ex100-subject
028389       move ls100-rec-num to ex100-rec-num
028390       move ls100-calib-value to ex100-expected
028391       move ca100-a-reason to ex100-text
028392       perform write_exception
028400     end-if.
028500
028600 report_orphan_ack section.
029300     move ca100-a-reason to match_reason.
029400     write ackrpt_1_file from ws_match_line
029500       after advancing 1 line.
029510     move "E" to ex100-severity.
029520     move "ACKORPH" to ex100-code.
029530     move ca100-a-branch-file to ex100-subject.
029540     move ca100-a-rec-num to ex100-rec-num.
029550     move match_label to ex100-text.
029560     perform write_exception.
029600
029700 write_match_line section.
029800     move aw_branch to match_branch.
029900     move aw_date   to match_date.
030000     move aw_rec    to match_rec.
030100     move aw_value  to match_value.
030200     move ca100-a-reason to match_reason.
030300     write ackrpt_1_file from ws_match_line
030400       after advancing 1 line.
030500
030600 report_unacked section.
030610     move 'N' to ws_work_eof.
030620     move low-values to aw_key.
030630     start ackwork_1 key is not < aw_key
030640       invalid key
030650         move 'Y' to ws_work_eof
030660     end-start.
030670     perform until ws_work_eof = 'Y'
030680       read ackwork_1 next
030690          at end
030700             move 'Y' to ws_work_eof
030710          not at end
030720            if aw_acked = 'N'
030730              perform write_unacked_line
030740            end-if
030750       end-read
031200     end-perform.
031300
031400 write_unacked_line section.
031500     add 1 to ws_noack_count.
031600     move "NO ACK       :" to match_label.
031700     move aw_branch to match_branch.
031800     move aw_date   to match_date.
031900     move aw_rec    to match_rec.
032000     move aw_value  to match_value.
032100     move spaces to match_reason.
032200     write ackrpt_1_file from ws_match_line
032300       after advancing 1 line.
032310     move "E" to ex100-severity.
032320     move "NOACK" to ex100-code.
032330     move aw_branch to ex100-subject.
032340     move aw_rec to ex100-rec-num.
032350     move aw_value to ex100-expected.
032360     move match_label to ex100-text.
032370     perform write_exception.
032400
032500 foot_controls section.
032600     if ws_trailer_seen = 'N'
032800       move "** NO T TRAILER ON INTFACE.DAT **" to ws_text_line
032900       write ackrpt_1_file from ws_text_line
033000         after advancing 1 line
033010       move "E" to ex100-severity
033020       move "NOTTRL" to ex100-code
033030       move "INTFACE.DAT" to ex100-subject
033040       move ws_text_line to ex100-text
033050       perform write_exception
033100     else
033200       move "EXTRACT COUNT DECLARED: " to foot_label
033300       move ws_decl_count to foot_decl
033900       perform write_foot_line
034000       move "ACKS RECEIVED DECLARED: " to foot_label
034100       move ws_decl_count to foot_decl
034150       compute ws_night_ack_count =
034200         ws_ack_count - ws_resub_ack_count
034250       move ws_night_ack_count to foot_foot
034300       perform write_foot_line
034400     end-if.
034500
034900     else
035000       add 1 to ws_except_count
035100       move "** MISMATCH **" to foot_flag
035110       move "E" to ex100-severity
035120       move "ACKFOOT" to ex100-code
035130       move foot_label to ex100-subject
035140       move foot_decl to ex100-expected
035150       move foot_foot to ex100-actual
035160       move foot_flag to ex100-text
035170       perform write_exception
035200     end-if.
035300     write ackrpt_1_file from ws_foot_line
035400       after advancing 1 line.
036200     move ws_orphan_count to sum_orphan.
036300     write ackrpt_1_file from ws_sum_line
036400       after advancing 1 line.
036402     move ws_susp_new_count to susp_new.
036404     move ws_resub_post_count to susp_posted.
036406     move ws_resub_rej_count to susp_rejected.
036408     write ackrpt_1_file from ws_susp_line
036410       after advancing 1 line.
036412
036414 open_excfile_1 section.
036416     open extend excfile_1.
036418     if ws_status_excfile = "35"
036420       open output excfile_1
036422     end-if.
036424     if ws_status_excfile = "00"
036426       move 'Y' to ws_excfile_open
036428     else
036430       move "NIGHTEXC.DAT" to ws_log_filename
036432       move ws_status_excfile to ws_log_status
036434       move "EXCEPTION FILE UNAVAILABLE" to ws_log_msg
036436       perform log_file_error
036438     end-if.
036440     move spaces to ex100-exception-record.
036442     move ws_ext_first_date to ex100-bus-date.
036444     move "AOC_ACK" to ex100-program.
036446     move ws_run_date to ex100-run-date.
036448     accept ws_exc_time from time.
036450     move ws_exc_time (1 : 6) to ex100-run-time.
036452     move zero to ex100-rec-num, ex100-expected, ex100-actual.
036454
036456 write_exception section.
036458     if ws_excfile_open = 'Y'
036460       write excfile_1_file from ex100-exception-record
036462         after advancing 1 line
036464     end-if.
036466     move spaces to ex100-subject, ex100-text.
036468     move zero to ex100-rec-num, ex100-expected, ex100-actual.
036500
036600 log_file_error section.
036700     display ws_log_line.
036800
036801 post_ack_history section.
036802     open i-o ackhist_1.
036803     if ws_status_ackhist = "35"
036804       open output ackhist_1
036805       close ackhist_1
036806       open i-o ackhist_1
036807     end-if.
036808     if ws_status_ackhist = "00"
036809       move 'Y' to ws_ackhist_open
036810     else
036811       move "ACKHIST.DAT" to ws_log_filename
036812       move ws_status_ackhist to ws_log_status
036813       move "ACK HISTORY UNAVAILABLE - NOT POSTED"
036814         to ws_log_msg
036815       perform log_file_error
036816     end-if.
036817     if ws_ackhist_open = 'Y'
036818       move spaces to ws_hist_branch
036819       move zero to ws_hist_date
036820       move 'N' to ws_work_eof
036821       move low-values to aw_key
036822       start ackwork_1 key is not < aw_key
036823         invalid key
036824           move 'Y' to ws_work_eof
036825       end-start
036826       perform until ws_work_eof = 'Y'
036827         read ackwork_1 next
036828            at end
036829               move 'Y' to ws_work_eof
036830            not at end
036831              perform tally_ack_history
036832         end-read
036833       end-perform
036834       if ws_hist_branch not = spaces
036835         perform write_ack_history
036836       end-if
036837       close ackhist_1
036838     end-if.
036839
036840 tally_ack_history section.
036841     if aw_branch not = ws_hist_branch
036842        or aw_date not = ws_hist_date
036843       if ws_hist_branch not = spaces
036844         perform write_ack_history
036845       end-if
036846       move aw_branch to ws_hist_branch
036847       move aw_date to ws_hist_date
036848       move zero to ws_hist_sent, ws_hist_posted,
036849         ws_hist_rejected, ws_hist_unacked
036850     end-if.
036851     add 1 to ws_hist_sent.
036852     evaluate aw_acked
036853       when 'Y'
036854         add 1 to ws_hist_posted
036855       when 'R'
036856         add 1 to ws_hist_rejected
036857       when other
036858         add 1 to ws_hist_unacked
036859     end-evaluate.
036860
036861 write_ack_history section.
036862     move ws_hist_branch to ah100-branch-file.
036863     move ws_hist_date to ah100-bus-date.
036864     read ackhist_1
036865       invalid key
036866         move ws_hist_sent to ah100-sent
036867         move ws_hist_posted to ah100-posted
036868         move ws_hist_rejected to ah100-rejected
036869         move ws_hist_unacked to ah100-unacked
036870         move ws_run_date to ah100-run-date
036871         write ah100-history-record
036872       not invalid key
036873         move ws_hist_sent to ah100-sent
036874         move ws_hist_posted to ah100-posted
036875         move ws_hist_rejected to ah100-rejected
036876         move ws_hist_unacked to ah100-unacked
036877         move ws_run_date to ah100-run-date
036878         rewrite ah100-history-record
036879     end-read.
036880     if ws_status_ackhist not = "00"
036881       move "ACKHIST.DAT" to ws_log_filename
036882       move ws_status_ackhist to ws_log_status
036883       move "WRITE FAILED - HISTORY INCOMPLETE" to ws_log_msg
036884       perform log_file_error
036885     end-if.
036886
036900 end program aoc_ack.
