000700  select input_1 assign dynamic ws_input_filename
000800  organization is line sequential
000810  file status is ws_status_input.
000820  select srcimg_1 assign to 'srcimg.dat'
000830  organization is indexed
000840  access is dynamic
000850  record key is si100-key
000860  file status is ws_status_srcimg.
000870  select srcimgx_1 assign to 'srcimgx.dat'
000880  organization is line sequential
000890  file status is ws_status_srcimgx.
000900  select out_1 assign to 'out.txt'
001000  organization is line sequential
001005  file status is ws_status_out.
001111  access is dynamic
001112  record key is rs100-key
001113  file status is ws_status_rejsusp.
001114  select brfilex_1 assign to 'brfilex.dat'
001115  organization is indexed
001116  access is dynamic
001117  record key is bf100-branch-file
001118  file status is ws_status_brfilex.
001119  select calmhist_1 assign to 'calmhist.dat'
001120  organization is line sequential
001121  file status is ws_status_calmhist.
001122  select calperd_1 assign to 'calperd.dat'
001123  organization is indexed
001124  access is dynamic
001125  record key is pd100-period
001126  file status is ws_status_calperd.
001127  select imgwork_1 assign to 'imgwork.dat'
001128  organization is indexed
001129  access is dynamic
001130  record key is iw_text
001131  file status is ws_status_imgwork.
001132  select lstwork_1 assign to 'lstwork.dat'
001133  organization is indexed
001134  access is dynamic
001135  record key is lw_name
001136  file status is ws_status_lstwork.
001137  select brtwork_1 assign to 'brtwork.dat'
001138  organization is indexed
001139  access is dynamic
001140  record key is bt_seq
001141  file status is ws_status_brtwork.
001142  select excfile_1 assign to 'nightexc.dat'
001143  organization is line sequential
001144  file status is ws_status_excfile.
001150
001200 data division.
001300 file section.
001861   05 ckpt_match_count     pic 9(6).
001862   05 ckpt_tens_dist occurs 10 times pic 9(6).
001863  03 ckpt_branch_totals.
001864   05 ckpt_branch_count pic 9(6).
001865   05 ckpt_branch_entry.
001866    07 ckpt_branch_name pic x(48).
001867    07 ckpt_branch_recs pic 9(6).
001868    07 ckpt_branch_rej  pic 9(6).
001886 01 branchctl_1_file pic x(80).
001890 fd calmastr_1.
001891     copy "calmrec.cpy".
001892 fd calmhist_1.
001893 01 calmhist_1_file pic x(103).
001895 fd intface_1.
001896 01 intface_1_file pic x(80).
001897 fd runlog_1.
001907 01 calendar_1_file pic x(80).
001908 fd rejsusp_1.
001909     copy "rejsrec.cpy".
001910 fd brfilex_1.
001911     copy "brfxrec.cpy".
001912 fd srcimg_1.
001913     copy "calsimg.cpy".
001914 fd srcimgx_1.
001915 01 srcimgx_1_file pic x(135).
001916 fd calperd_1.
001917     copy "calperd.cpy".
001918 fd imgwork_1.
001919 01 imgwork_1_file.
001920  03 iw_text pic x(65).
001921  03 iw_src  pic x(48).
001922 fd lstwork_1.
001923 01 lstwork_1_file.
001924  03 lw_name pic x(48).
001925 fd brtwork_1.
001926 01 brtwork_1_file.
001927  03 bt_seq   pic 9(6).
001928  03 bt_entry pic x(77).
001929 fd excfile_1.
001930 01 excfile_1_file pic x(160).
001951
002000 working-storage section.
002100 01 ws-eof       pic a.
003815   03 ws_tens_dist occurs 10 times pic 9(6) value zero.
003816 01 ws_dist_idx pic 99 value zero.
003817 01 ws_branch_totals.
003818   03 ws_branch_count pic 9(6) value zero.
003819   03 ws_branch_entry.
003820     05 ws_branch_name pic x(48) value space.
003821     05 ws_branch_recs pic 9(6) value zero.
003822     05 ws_branch_rej  pic 9(6) value zero.
003823     05 ws_branch_tot  pic 9(8) value zero.
003824     05 ws_branch_stat pic x value space.
003825     05 ws_branch_code pic x(8) value space.
003826 01 ws_branch_on_file pic a value 'N'.
003827 01 ws_brt_eof pic a value 'N'.
003828 01 ws_file_valid   pic a    value 'N'.
003829 01 ws_pass_first   pic a    value 'N'.
003830 01 ws_val_failed   pic a    value 'N'.
003844     copy "calintfc.cpy".
003845     copy "brregrec.cpy".
003846     copy "calcalr.cpy".
003848     copy "calmhist.cpy".

003850 01 ws_runlog_rec.
003851   03 rl_run_date pic 9(8).
003877   03 filler         pic x(2) value space.
003878   03 reject_date    pic 9(8).

003884 01 ws_dup_file pic a value 'N'.
003892 01 ws_dup_image pic a value 'N'.
003894 01 ws_dup_first_src pic x(48) value space.
003895 01 ws_dup_count pic 9(6) value zero.

006776   03 filler pic x(15) value "** MISSING **".
006777 01 ws_stream_mode pic a value 'N'.
006778
006788 01 ws_status_brfilex pic x(2) value "00".
006798 01 ws_brfilex_open   pic a    value 'N'.
006808 01 ws_status_calmhist pic x(2) value "00".
006818 01 ws_calmhist_open   pic a    value 'N'.
006828 01 ws_status_calperd pic x(2) value "00".
006838 01 ws_status_imgwork pic x(2) value "00".
006848 01 ws_status_lstwork pic x(2) value "00".
006858 01 ws_status_brtwork pic x(2) value "00".
006868 01 ws_status_excfile pic x(2) value "00".
006878 01 ws_excfile_open   pic a value 'N'.
006888 01 ws_status_srcimg  pic x(2) value "00".
006898 01 ws_status_srcimgx pic x(2) value "00".
006908 01 ws_srcimg_open    pic a value 'N'.
006918     copy "calexcp.cpy".
006928 01 ws_restart_branch.
006938   03 ws_rst_branch_seq   pic 9(6) value zero.
006948   03 ws_rst_branch_entry pic x(77) value space.
007000 procedure division.
007005    perform get_run_stamp.
007007    perform read_run_parms.
007084    perform open_calmastr_1.
007085    perform open_rejsusp_1.
007086    perform open_intface_1.
007087    perform open_cycle_files.
007088    open input filelist_1.
007090    if ws_status_filelist not = "00"
007095      move "FILELIST.DAT" to ws_log_filename
007233    end-if.
007234    perform write_run_audit.
007235    close out_1, reject_1, checkpt_1, summary_1, branchtot_1,
007237      branchctl_1, intface_1, dupes_1, srcimgx_1.
007239    close imgwork_1, lstwork_1, brtwork_1.
007241    perform close_master_files.
007243    stop run.

007250 check_restart_flag section.
007390            move ckpt_reject_count  to ws_reject_count
007392            move ckpt_dup_count     to ws_dup_count
007395            move ckpt_quality_stats to ws_quality_stats
007397            move ckpt_branch_totals to ws_restart_branch
007400       end-read
007405     end-perform.
007410     close checkpt_1.
007977     if ws_dup_file = 'Y'
007978       perform report_dup_file
007979     else
007980       perform process_branch_file
007981     end-if.

007982 process_listed_file section.
007984     perform validate_one_file.
007985     if ws_file_valid not = 'Y'
007986       if ws_val_failed = 'Y'
007987         move 'F' to ws_branch_stat
007988         add 1 to ws_fail_count
007989         move ws_input_filename to ws_log_filename
007990         move "  " to ws_log_status
008010       move ws_status_input to ws_log_status
008020       move "OPEN INPUT FAILED - FILE SKIPPED" to ws_log_msg
008030       perform log_file_error
008031       move "W" to ex100-severity
008032       move "FILESKIP" to ex100-code
008033       move ws_input_filename to ex100-subject
008034       move ws_log_msg to ex100-text
008035       perform write_exception
008040     else
008050        perform until ws-eof='Y'
008060          read input_1
010980       after advancing 1 line.

010982 find_branch_slot section.
010983     add 1 to ws_branch_count.
010984     move ws_branch_count to bt_seq.
010985     read brtwork_1
010986       invalid key
010987         move 'N' to ws_branch_on_file
010988         if ws_restart_mode = 'Y'
010989            and ws_branch_count = ws_rst_branch_seq
010990           move ws_rst_branch_entry to ws_branch_entry
010991         else
010992           move ws_input_filename to ws_branch_name
010993           move zero to ws_branch_recs
010994           move zero to ws_branch_rej
010995           move zero to ws_branch_tot
010996           move space to ws_branch_stat
010997           move space to ws_branch_code
010998         end-if
010999       not invalid key
011000         move 'Y' to ws_branch_on_file
011001         move bt_entry to ws_branch_entry
011002     end-read.

011011 write_branch_report section.
011012     move zero to bt_seq.
011013     perform start_branch_work.
011014     perform read_branch_report until ws_brt_eof = 'Y'.
011016     perform report_missing_branches.
011017     move ws_record_count to trailer_recs.
011018     move concat_num_2    to trailer_tot.
011021       after advancing 1 line.

011022 write_branch_line section.
011023     move ws_branch_name to brpt_name.
011024     move ws_branch_recs to brpt_recs.
011025     move ws_branch_rej  to brpt_rej.
011026     move ws_branch_tot  to brpt_tot.
011027     if ws_branch_stat = 'F'
011028       move "FAILED" to brpt_stat
011029     else
011030       move space to brpt_stat
011033       after advancing 1 line.

011035 write_branch_ctl section.
011036     move zero to bt_seq.
011037     perform start_branch_work.
011038     perform read_branch_ctl until ws_brt_eof = 'Y'.
011040     move spaces to cc100-control-record.
011041     move "G" to cc100-rec-type.
011042     move ws_record_count to cc100-g-recs.
011060 write_branch_ctl_line section.
011061     move spaces to cc100-control-record.
011062     move "B" to cc100-rec-type.
011063     move ws_branch_name to cc100-b-name.
011064     move ws_branch_recs to cc100-b-recs.
011065     move ws_branch_rej  to cc100-b-rej.
011066     move ws_branch_tot  to cc100-b-tot.
011067     move ws_branch_stat to cc100-b-stat.
011068     move ws_branch_code to cc100-b-branch.
011069     write branchctl_1_file from cc100-control-record
011070       after advancing 1 line.
011071 num_delimiter section.
011072     move zero to num_digit_6, num_digit_7, num_digit_8,
011073       num_digit_9, num_digit_10, num_digit_11.
014210        and ws_record_count <= ws_restart_skip_count
014212       perform replay_intface_record
014214     else
014216       add 1 to ws_branch_recs
014218       if ws_dup_image = 'Y'
014220         add 1 to ws_dup_count
014222         perform report_dup_record
014236       perform num_delimiter
014237       if ws_any_digit = 'Y'
014238         perform num_concat
014239         perform write_record_extracts
014240       end-if
014241     end-if.

014243     perform num_delimiter.
014244     if ws_any_digit = 'N'
014245       add 1 to ws_reject_count
014246       add 1 to ws_branch_rej
014247       perform write_reject
014248     else
014249       perform num_concat
014250       add concat_num_1 to concat_num_2
014252       add concat_num_1 to ws_branch_tot
014254       perform write_out 1 times
014256       perform write_calmastr
014258       perform write_record_extracts
014260       perform accumulate_quality_stats
014262     end-if.

014365       move "OPEN INPUT FAILED - FILE MISSING" to ws_log_msg
014370       perform log_file_error
014372       move 'Y' to ws_val_failed
014373       move "FILEMISS" to ex100-code
014374       perform write_file_exception
014375     else
014380       perform until ws_val_eof = 'Y'
014385         read input_1
014430                perform log_file_error
014435                move 'Y' to ws_val_eof
014440                move 'Y' to ws_val_failed
014441                move "VALFAIL" to ex100-code
014442                perform write_file_exception
014445              else
014450                if ws_val_failed = 'N'
014455                  perform validate_one_record
014840     move "  " to ws_log_status.
014845     perform log_file_error.
014850     move 'Y' to ws_val_failed.
014853     if ws_log_msg = "TRAILER HASH MISMATCH"
014856       move ws_val_decl_hash to ex100-expected
014859       move ws_val_hash to ex100-actual
014862     else
014865       move ws_val_decl_count to ex100-expected
014868       move ws_val_count to ex100-actual
014871     end-if.
014877     move "VALFAIL" to ex100-code.
014886     perform write_file_exception.

014900 write_intface section.
014901     move spaces to ci100-detail-record.
014921       move num_digit_6       to cm100-first-digit
014922       move num_digit_11      to cm100-last-digit
014923       move concat_num_1      to cm100-calib-value
014924       perform read_master_before
014925       perform post_master_record
014928     end-if.
014929
015000 get_run_stamp section.
015132
015265 check_dup_filename section.
015270     move 'N' to ws_dup_file.
015271     move ws_input_filename to lw_name.
015272     read lstwork_1
015273       invalid key
015274         write lstwork_1_file
015275         if ws_status_lstwork not = "00"
015276           move "LSTWORK.DAT" to ws_log_filename
015277           move ws_status_lstwork to ws_log_status
015278           move "WRITE FAILED - JOB TERMINATED" to ws_log_msg
015279           perform log_file_error
015280           move 16 to return-code
015281           stop run
015282         end-if
015283       not invalid key
015295         move 'Y' to ws_dup_file
015305     end-read.

015385 report_dup_file section.
015390     move "DUP FILE :" to dup_label.
015430     move "  " to ws_log_status.
015435     move "LISTED TWICE IN FILELIST - SKIPPED" to ws_log_msg.
015440     perform log_file_error.
015441     move "DUPFILE" to ex100-code.
015442     perform write_file_exception.

015445 check_dup_image section.
015450     move 'N' to ws_dup_image.
015455     move space to ws_dup_first_src.
015458     move in_string to iw_text.
015461     read imgwork_1
015464       invalid key
015467         move ws_input_filename to iw_src
015470         write imgwork_1_file
015473         if ws_status_imgwork not = "00"
015476           move "IMGWORK.DAT" to ws_log_filename
015479           move ws_status_imgwork to ws_log_status
015482           move "WRITE FAILED - JOB TERMINATED" to ws_log_msg
015485           perform log_file_error
015488           move 16 to return-code
015491           stop run
015502         end-if
015512       not invalid key
015522         if iw_src not = ws_input_filename
015532           move 'Y' to ws_dup_image
015542           move iw_src to ws_dup_first_src
015580         end-if
015587     end-read.

015595 report_dup_record section.
015600     move "DUP REC  :" to dup_label.
015615     move ws_file_rec_num to dup_rec.
015620     write dupes_1_file from ws_dup_line
015625       after advancing 1 line.
015627     perform write_duprec_exception.
015630
015635 check_run_log section.
015640     move 'N' to ws_dup_run_found.
016640         perform validation_fail
016650       else
016660         move 'Y' to ws_reg_seen (ws_reg_cur)
016665         move bx100-hdr-branch to ws_branch_code
016670       end-if
016680     end-if.
016690
016840     move ws_reg_region (ws_reg_idx) to missb_region.
016850     write branchtot_1_file from ws_missing_line
016860       after advancing 1 line.
016861     move "E" to ex100-severity.
016862     move "MISSBR" to ex100-code.
016863     move ws_reg_code (ws_reg_idx) to ex100-subject.
016864     move ws_reg_name (ws_reg_idx) to ex100-text.
016865     perform write_exception.
016870
017000 open_rejsusp_1 section.
017010     open i-o rejsusp_1.
018130         stop run
018140       end-if
018150     end-if.
018155     perform check_period_lock.
018160
018170 find_next_processing_day section.
018180     move zero to ws_next_bus_date.
018270       end-if
018280     end-perform.
018290
018300 open_brfilex_1 section.
018310     open i-o brfilex_1.
018320     if ws_status_brfilex = "35"
018330       open output brfilex_1
018340       close brfilex_1
018350       open i-o brfilex_1
018360     end-if.
018370     if ws_status_brfilex = "00"
018380       move 'Y' to ws_brfilex_open
018390     else
018400       move "BRFILEX.DAT" to ws_log_filename
018410       move ws_status_brfilex to ws_log_status
018420       move "XREF UNAVAILABLE - OWNERS NOT POSTED"
018430         to ws_log_msg
018440       perform log_file_error
018450     end-if.
018460
018470 post_branch_xref section.
018480     if ws_brfilex_open = 'Y'
018490       move cc100-b-name to bf100-branch-file
018500       read brfilex_1
018510         invalid key
018520           move cc100-b-branch  to bf100-branch-code
018530           move ws_run_bus_date to bf100-first-date
018540           move ws_run_bus_date to bf100-last-date
018550           write bf100-xref-record
018560         not invalid key
018570           move cc100-b-branch to bf100-branch-code
018580           if ws_run_bus_date > bf100-last-date
018590             move ws_run_bus_date to bf100-last-date
018600           end-if
018610           rewrite bf100-xref-record
018620       end-read
018630     end-if.
018640
018650 open_calmhist_1 section.
018660     open extend calmhist_1.
018670     if ws_status_calmhist = "35"
018680       open output calmhist_1
018690     end-if.
018700     if ws_status_calmhist = "00"
018710       move 'Y' to ws_calmhist_open
018720     else
018730       move "CALMHIST.DAT" to ws_log_filename
018740       move ws_status_calmhist to ws_log_status
018750       move "JOURNAL UNAVAILABLE - LOOKUPS NOT POSTED"
018760         to ws_log_msg
018770       perform log_file_error
018780       if ws_calmastr_open = 'Y'
018790         close calmastr_1
018800         move 'N' to ws_calmastr_open
018810       end-if
018820     end-if.
018830
018840 read_master_before section.
018850     move cm100-key to mh100-key.
018860     move cm100-first-digit to mh100-after-first.
018870     move cm100-last-digit  to mh100-after-last.
018880     move cm100-calib-value to mh100-after-value.
018890     move 'A'  to mh100-action.
018900     move zero to mh100-before-first.
018910     move zero to mh100-before-last.
018920     move zero to mh100-before-value.
018930     read calmastr_1
018940       invalid key
018950         continue
018960       not invalid key
018970         move 'C' to mh100-action
018980         move cm100-first-digit to mh100-before-first
018990         move cm100-last-digit  to mh100-before-last
019000         move cm100-calib-value to mh100-before-value
019010     end-read.
019020     move mh100-key to cm100-key.
019030     move mh100-after-first to cm100-first-digit.
019040     move mh100-after-last  to cm100-last-digit.
019050     move mh100-after-value to cm100-calib-value.
019060
019070 write_master_history section.
019080     move cm100-first-digit to mh100-after-first.
019090     move cm100-last-digit  to mh100-after-last.
019100     move cm100-calib-value to mh100-after-value.
019110     move "AOC_1" to mh100-program.
019120     move ws_run_date to mh100-run-date.
019130     move ws_run_time_raw (1 : 6) to mh100-run-time.
019140     write calmhist_1_file from mh100-history-record
019150       after advancing 1 line.
019160
019170 check_period_lock section.
019180     open input calperd_1.
019190     if ws_status_calperd not = "00"
019200        and ws_status_calperd not = "35"
019210       move "CALPERD.DAT" to ws_log_filename
019220       move ws_status_calperd to ws_log_status
019230       move "PERIOD FILE UNAVAILABLE - RUN REFUSED" to ws_log_msg
019240       perform log_file_error
019250       move 16 to return-code
019260       stop run
019270     end-if.
019280     if ws_status_calperd = "00"
019290       move ws_run_bus_date (1 : 6) to pd100-period
019300       read calperd_1
019310         invalid key
019320           continue
019330         not invalid key
019340           if pd100-closed
019350             move "RUNPARM.DAT" to ws_log_filename
019360             move "  " to ws_log_status
019370             move "DATE IN CLOSED PERIOD - REOPEN REQD"
019380               to ws_log_msg
019390             perform log_file_error
019400             close calperd_1
019410             move 16 to return-code
019420             stop run
019430           end-if
019440       end-read
019450       close calperd_1
019460     end-if.
019470
019480 open_imgwork_1 section.
019490     open output imgwork_1.
019500     close imgwork_1.
019510     open i-o imgwork_1.
019520     if ws_status_imgwork not = "00"
019530       move "IMGWORK.DAT" to ws_log_filename
019540       move ws_status_imgwork to ws_log_status
019550       move "OPEN FAILED - JOB TERMINATED" to ws_log_msg
019560       perform log_file_error
019570       move 16 to return-code
019580       stop run
019590     end-if.
019600
019610 open_lstwork_1 section.
019620     open output lstwork_1.
019630     close lstwork_1.
019640     open i-o lstwork_1.
019650     if ws_status_lstwork not = "00"
019660       move "LSTWORK.DAT" to ws_log_filename
019670       move ws_status_lstwork to ws_log_status
019680       move "OPEN FAILED - JOB TERMINATED" to ws_log_msg
019690       perform log_file_error
019700       move 16 to return-code
019710       stop run
019720     end-if.
019730
019740 open_brtwork_1 section.
019750     if ws_restart_mode = 'Y'
019760       open i-o brtwork_1
019770       if ws_status_brtwork not = "00"
019780         move "BRTWORK.DAT" to ws_log_filename
019790         move ws_status_brtwork to ws_log_status
019800         move "RESTART REQUESTED, NO BRANCH WORK FILE"
019810           to ws_log_msg
019820         perform log_file_error
019830         move 16 to return-code
019840         stop run
019850       end-if
019860       perform purge_branch_work
019870     else
019880       open output brtwork_1
019890       close brtwork_1
019900       open i-o brtwork_1
019910       if ws_status_brtwork not = "00"
019920         move "BRTWORK.DAT" to ws_log_filename
019930         move ws_status_brtwork to ws_log_status
019940         move "OPEN FAILED - JOB TERMINATED" to ws_log_msg
019950         perform log_file_error
019960         move 16 to return-code
019970         stop run
019980       end-if
019990     end-if.
020000
020010 purge_branch_work section.
020020     move ws_rst_branch_seq to bt_seq.
020030     perform start_branch_work.
020040     perform until ws_brt_eof = 'Y'
020050       read brtwork_1 next
020060          at end
020070             move 'Y' to ws_brt_eof
020080          not at end
020090            delete brtwork_1
020100              invalid key
020110                continue
020120            end-delete
020130       end-read
020140     end-perform.
020150
020160 start_branch_work section.
020170     move 'N' to ws_brt_eof.
020180     start brtwork_1 key is not < bt_seq
020190       invalid key
020200         move 'Y' to ws_brt_eof
020210     end-start.
020220
020230 process_branch_file section.
020240     perform process_listed_file.
020250     perform save_branch_slot.
020260
020270 read_branch_report section.
020280     read brtwork_1 next
020290        at end
020300           move 'Y' to ws_brt_eof
020310        not at end
020320          move bt_entry to ws_branch_entry
020330          perform write_branch_line
020340     end-read.
020350
020360 read_branch_ctl section.
020370     read brtwork_1 next
020380        at end
020390           move 'Y' to ws_brt_eof
020400        not at end
020410          move bt_entry to ws_branch_entry
020420          perform write_branch_ctl_line
020430          perform post_branch_ctl_line
020440     end-read.
020450
020460 post_branch_ctl_line section.
020470     if cc100-b-branch not = spaces
020480       perform post_branch_xref
020490     end-if.
020500     if ws_branch_rej > zero
020510       move "W" to ex100-severity
020520       move "REJECTS" to ex100-code
020530       move ws_branch_name to ex100-subject
020540       move ws_branch_rej to ex100-actual
020550       perform write_exception
020560     end-if.
020570
020580 save_branch_slot section.
020590     move ws_branch_count to bt_seq.
020600     move ws_branch_entry to bt_entry.
020610     if ws_branch_on_file = 'Y'
020620       rewrite brtwork_1_file
020630     else
020640       write brtwork_1_file
020650     end-if.
020660     if ws_status_brtwork not = "00"
020670       move "BRTWORK.DAT" to ws_log_filename
020680       move ws_status_brtwork to ws_log_status
020690       move "WRITE FAILED - JOB TERMINATED" to ws_log_msg
020700       perform log_file_error
020710       move 16 to return-code
020720       stop run
020730     end-if.
020740
020750 open_excfile_1 section.
020760     if ws_restart_mode = 'Y'
020770       open extend excfile_1
020780       if ws_status_excfile = "35"
020790         open output excfile_1
020800       end-if
020810     else
020820       open output excfile_1
020830     end-if.
020840     if ws_status_excfile = "00"
020850       move 'Y' to ws_excfile_open
020860     else
020870       move "NIGHTEXC.DAT" to ws_log_filename
020880       move ws_status_excfile to ws_log_status
020890       move "EXCEPTION FILE UNAVAILABLE" to ws_log_msg
020900       perform log_file_error
020910     end-if.
020920     move spaces to ex100-exception-record.
020930     move ws_run_bus_date to ex100-bus-date.
020940     move "AOC_1" to ex100-program.
020950     move ws_run_date to ex100-run-date.
020960     move ws_run_time_raw (1 : 6) to ex100-run-time.
020970     move zero to ex100-rec-num, ex100-expected, ex100-actual.
020980
020990 write_exception section.
021000     if ws_excfile_open = 'Y'
021010       if ws_restart_mode = 'Y'
021020          and ws_branch_count < ws_rst_branch_seq
021030         continue
021040       else
021050         write excfile_1_file from ex100-exception-record
021060           after advancing 1 line
021070       end-if
021080     end-if.
021090     move spaces to ex100-subject, ex100-text.
021100     move zero to ex100-rec-num, ex100-expected, ex100-actual.
021110
021120 open_srcimg_1 section.
021130     open i-o srcimg_1.
021140     if ws_status_srcimg = "35"
021150       open output srcimg_1
021160       close srcimg_1
021170       open i-o srcimg_1
021180     end-if.
021190     if ws_status_srcimg = "00"
021200       move 'Y' to ws_srcimg_open
021210     else
021220       move "SRCIMG.DAT" to ws_log_filename
021230       move ws_status_srcimg to ws_log_status
021240       move "IMAGE STORE UNAVAILABLE - NOT POSTED"
021250         to ws_log_msg
021260       perform log_file_error
021270     end-if.
021280
021290 open_srcimgx_1 section.
021300     open output srcimgx_1.
021310     if ws_status_srcimgx not = "00"
021320       move "SRCIMGX.DAT" to ws_log_filename
021330       move ws_status_srcimgx to ws_log_status
021340       move "OPEN FAILED" to ws_log_msg
021350       perform log_file_error
021360       move 16 to return-code
021370       stop run
021380     end-if.
021390
021400 write_source_image section.
021410     if ws_srcimg_open = 'Y'
021420       move cm100-key   to si100-key
021430       move in_string   to si100-raw-text
021440       move ws_run_date to si100-run-date
021450       write si100-image-record
021460         invalid key
021470           rewrite si100-image-record
021480       end-write
021490       if ws_status_srcimg not = "00"
021500         move "SRCIMG.DAT" to ws_log_filename
021510         move ws_status_srcimg to ws_log_status
021520         move "WRITE ERROR - IMAGE NOT POSTED" to ws_log_msg
021530         perform log_file_error
021540       end-if
021550     end-if.
021560
021570 write_record_extracts section.
021580     perform write_intface.
021590     perform write_image_extract.
021600
021610 write_file_exception section.
021620     move "E" to ex100-severity.
021630     move ws_input_filename to ex100-subject.
021640     move ws_log_msg to ex100-text.
021650     perform write_exception.
021660
021670 write_duprec_exception section.
021680     move "E" to ex100-severity.
021690     move "DUPREC" to ex100-code.
021700     move ws_input_filename to ex100-subject.
021710     move ws_file_rec_num to ex100-rec-num.
021720     move ws_dup_first_src to ex100-text.
021730     perform write_exception.
021740
021750 post_master_record section.
021760     if mh100-added
021770       write cm100-master-record
021780     else
021790       rewrite cm100-master-record
021800     end-if.
021810     if ws_status_calmastr = "00"
021820       perform write_master_history
021830       perform write_source_image
021840     end-if.
021850
021860 write_image_extract section.
021870     move ws_input_filename to si100-branch-file.
021880     move ws_run_bus_date   to si100-bus-date.
021890     move ws_file_rec_num   to si100-rec-num.
021900     move in_string         to si100-raw-text.
021910     move ws_run_date       to si100-run-date.
021920     write srcimgx_1_file from si100-image-record
021930       after advancing 1 line.
021940
021950 open_cycle_files section.
021960     perform open_dupes_1.
021970     perform open_calmhist_1.
021980     perform open_brfilex_1.
021990     perform open_excfile_1.
022000     perform open_imgwork_1.
022010     perform open_lstwork_1.
022020     perform open_brtwork_1.
022030     perform open_srcimg_1.
022040     perform open_srcimgx_1.
022050
022060 close_master_files section.
022070     if ws_excfile_open = 'Y'
022080       close excfile_1
022090     end-if.
022100     if ws_calmastr_open = 'Y'
022110       close calmastr_1
022120     end-if.
022130     if ws_rejsusp_open = 'Y'
022140       close rejsusp_1
022150     end-if.
022160     if ws_brfilex_open = 'Y'
022170       close brfilex_1
022180     end-if.
022190     if ws_calmhist_open = 'Y'
022200       close calmhist_1
022210     end-if.
022220     if ws_srcimg_open = 'Y'
022230       close srcimg_1
022240     end-if.
022250
029000 end program aoc_1.
