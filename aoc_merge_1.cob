002500  select intface_1 assign to 'intface.dat'
002600  organization is line sequential
002700  file status is ws_status_intface.
002704  select brfilex_1 assign to 'brfilex.dat'
002708  organization is indexed
002712  access is dynamic
002716  record key is bf100-branch-file
002720  file status is ws_status_brfilex.
002724  select calmhist_1 assign to 'calmhist.dat'
002728  organization is line sequential
002732  file status is ws_status_calmhist.
002736  select calperd_1 assign to 'calperd.dat'
002740  organization is indexed
002744  access is dynamic
002748  record key is pd100-period
002752  file status is ws_status_calperd.
002756  select excfile_1 assign to 'nightexc.dat'
002760  organization is line sequential
002764  file status is ws_status_excfile.
002768  select srcimg_1 assign to 'srcimg.dat'
002772  organization is indexed
002776  access is dynamic
002780  record key is si100-key
002784  file status is ws_status_srcimg.
002800  select dupes_1 assign to 'dupes.txt'
002900  organization is line sequential
003000  file status is ws_status_dupes.
005440 01 runparm_1_file pic x(80).
005450 fd calmastr_1.
005460     copy "calmrec.cpy".
005463 fd calmhist_1.
005466 01 calmhist_1_file pic x(103).
005470 fd calendar_1.
005480 01 calendar_1_file pic x(80).
005482 fd branchreg_1.
005484 01 branchreg_1_file pic x(80).
005486 fd rejsusp_1.
005488     copy "rejsrec.cpy".
005489 fd brfilex_1.
005490     copy "brfxrec.cpy".
005491 fd calperd_1.
005492     copy "calperd.cpy".
005493 fd excfile_1.
005494 01 excfile_1_file pic x(160).
005495 fd srcimg_1.
005496     copy "calsimg.cpy".
005500
005600 working-storage section.
005700 01 ws_status_streamlst pic x(2) value "00".
006540 01 ws_dup_run_found pic a value 'N'.
006550 01 ws_force_mode    pic a value 'N'.
006560 01 ws_bus_date      pic 9(8) value zero.
006565 01 ws_status_calperd pic x(2) value "00".
006566 01 ws_status_excfile pic x(2) value "00".
006567 01 ws_excfile_open   pic a value 'N'.
006568     copy "calexcp.cpy".
006570 01 ws_runparm_card.
006580   03 rp_bus_date      pic x(8).
006582   03 filler           pic x.
009400 01 ws_dist_idx pic 99 value zero.
009500 01 ws_branch_files pic 9(3) value zero.
009600 01 ws_intf_count pic 9(6) value zero.
009601 01 ws_status_brfilex pic x(2) value "00".
009602 01 ws_brfilex_open   pic a value 'N'.
009603 01 ws_status_calmhist pic x(2) value "00".
009604 01 ws_calmhist_open   pic a value 'N'.
009605 01 ws_status_srcimg pic x(2) value "00".
009606 01 ws_srcimg_open   pic a value 'N'.
009610 01 ws_status_calendar pic x(2) value "00".
009620 01 ws_cal_eof pic a value 'N'.
009630 01 ws_calendar.
009800     copy "calintfc.cpy".
009810     copy "calcalr.cpy".
009812     copy "brregrec.cpy".
009813     copy "calmhist.cpy".
009814
009816 01 ws_status_branchreg pic x(2) value "00".
009818 01 ws_status_rejsusp pic x(2) value "00".
014926    perform load_branch_registry.
014930    perform open_calmastr_1.
014932    perform open_rejsusp_1.
014942    perform open_calmhist_1.
014952    perform open_srcimg_1.
014962    perform open_brfilex_1.
015000    perform open_outputs.
015010    perform open_excfile_1.
015100    open input streamlst_1.
015200    if ws_status_streamlst not = "00"
015300      move "STREAMLST.DAT" to ws_log_filename
018000    perform write_run_audit.
018100    close out_1, reject_1, summary_1, branchctl_1, intface_1,
018200      dupes_1, branchtot_1.
018203    if ws_brfilex_open = 'Y'
018206      close brfilex_1
018209    end-if.
018212    if ws_calmhist_open = 'Y'
018215      close calmhist_1
018218    end-if.
018221    if ws_excfile_open = 'Y'
018224      close excfile_1
018227    end-if.
018230    if ws_srcimg_open = 'Y'
018233      close srcimg_1
018236    end-if.
018250    if ws_calmastr_open = 'Y'
018260      close calmastr_1
018270    end-if.
020300       stop run
020400     end-if.
020500
020501 open_brfilex_1 section.
020502     open i-o brfilex_1.
020503     if ws_status_brfilex = "35"
020504       open output brfilex_1
020505       close brfilex_1
020506       open i-o brfilex_1
020507     end-if.
020508     if ws_status_brfilex = "00"
020509       move 'Y' to ws_brfilex_open
020510     else
020511       move "BRFILEX.DAT" to ws_log_filename
020512       move ws_status_brfilex to ws_log_status
020513       move "XREF UNAVAILABLE - OWNERS NOT POSTED"
020514         to ws_log_msg
020515       perform log_file_error
020516     end-if.
020517
020518 post_branch_xref section.
020519     if ws_brfilex_open = 'Y'
020520       move cc100-b-name to bf100-branch-file
020521       read brfilex_1
020522         invalid key
020523           move cc100-b-branch to bf100-branch-code
020524           move ws_bus_date    to bf100-first-date
020525           move ws_bus_date    to bf100-last-date
020526           write bf100-xref-record
020527         not invalid key
020528           move cc100-b-branch to bf100-branch-code
020529           if ws_bus_date > bf100-last-date
020530             move ws_bus_date to bf100-last-date
020531           end-if
020532           rewrite bf100-xref-record
020533       end-read
020534     end-if.
020535
020536 open_calmhist_1 section.
020537     open extend calmhist_1.
020538     if ws_status_calmhist = "35"
020539       open output calmhist_1
020540     end-if.
020541     if ws_status_calmhist = "00"
020542       move 'Y' to ws_calmhist_open
020543     else
020544       move "CALMHIST.DAT" to ws_log_filename
020545       move ws_status_calmhist to ws_log_status
020546       move "JOURNAL UNAVAILABLE - LOOKUPS NOT POSTED"
020547         to ws_log_msg
020548       perform log_file_error
020549       if ws_calmastr_open = 'Y'
020550         close calmastr_1
020551         move 'N' to ws_calmastr_open
020552       end-if
020553     end-if.
020554
020600 merge_one_stream section.
020700     move 'C' to ws_copy_kind.
020800     perform build_path_ctl.
021600     move 'I' to ws_copy_kind.
021700     perform build_path_intface.
021800     perform copy_stream_file.
021810     move 'X' to ws_copy_kind.
021820     perform build_path_images.
021830     perform copy_stream_file.
021900     move 'D' to ws_copy_kind.
022000     perform build_path_dupes.
022100     perform copy_stream_file.
022110     perform merge_stream_exceptions.
022200
022300 build_path_ctl section.
022400     move spaces to ws_stream_path.
027200     end-perform.
027300     close stream_in.
027400
027401 open_srcimg_1 section.
027402     open i-o srcimg_1.
027403     if ws_status_srcimg = "35"
027404       open output srcimg_1
027405       close srcimg_1
027406       open i-o srcimg_1
027407     end-if.
027408     if ws_status_srcimg = "00"
027409       move 'Y' to ws_srcimg_open
027410     else
027411       move "SRCIMG.DAT" to ws_log_filename
027412       move ws_status_srcimg to ws_log_status
027413       move "IMAGE STORE UNAVAILABLE - NOT POSTED"
027414         to ws_log_msg
027415       perform log_file_error
027416     end-if.
027417
027418 build_path_images section.
027419     move spaces to ws_stream_path.
027420     string ws_stream_dir delimited by space
027421            "/srcimgx.dat" delimited by size
027422       into ws_stream_path.
027423
027424 merge_image_record section.
027425     if stream_in_file = spaces
027426       continue
027427     else
027428       move stream_in_file (1 : 135) to si100-image-record
027429       perform post_source_image
027430     end-if.
027431
027432 post_source_image section.
027433     if ws_calmastr_open = 'Y' and ws_srcimg_open = 'Y'
027434       move si100-key to cm100-key
027435       read calmastr_1
027436         invalid key
027437           continue
027438       end-read
027439       if ws_status_calmastr = "00"
027440         perform write_source_image
027441       end-if
027442     end-if.
027443
027444 write_source_image section.
027445     move ws_run_date to si100-run-date.
027446     write si100-image-record
027447       invalid key
027448         rewrite si100-image-record
027449     end-write.
027450     if ws_status_srcimg not = "00"
027451       move "SRCIMG.DAT" to ws_log_filename
027452       move ws_status_srcimg to ws_log_status
027453       move "WRITE ERROR - IMAGE NOT POSTED" to ws_log_msg
027454       perform log_file_error
027455     end-if.
027456
027500 merge_one_record section.
027600     evaluate ws_copy_kind
027700       when 'C' perform merge_ctl_record
027900       when 'R' perform merge_reject_record
028000       when 'I' perform merge_intface_record
028100       when 'D' perform merge_dupes_record
028110       when 'X' perform merge_image_record
028200       when other continue
028300     end-evaluate.
028400
029400             after advancing 1 line
029410           perform write_branch_line
029420           perform mark_branch_seen
029430           if cc100-b-branch not = spaces
029440             perform post_branch_xref
029450           end-if
029500         when cc100-grand-rec
029600           add cc100-g-recs to ws_g_recs
029700           add cc100-g-rej  to ws_g_rej
033125       move ci100-d-branch-file to cm100-branch-file
033130       move ci100-d-bus-date    to cm100-bus-date
033135       move ci100-d-rec-num     to cm100-rec-num
033137       perform read_master_before
033140       divide ci100-d-calib-value by 10
033145         giving ws_mast_first
033150         remainder ws_mast_last
033155       move ws_mast_first to cm100-first-digit
033160       move ws_mast_last  to cm100-last-digit
033165       move ci100-d-calib-value to cm100-calib-value
033167       if mh100-added
033169         write cm100-master-record
033171       else
033173         rewrite cm100-master-record
033175       end-if
033177       if ws_status_calmastr = "00"
033179         perform write_master_history
033181       end-if
033190     end-if.
033200
033300 merge_dupes_record section.
038800     write summary_1_file from ws_summary_dist
038900       after advancing 1 line.
039000
039002 open_excfile_1 section.
039004     open output excfile_1.
039006     if ws_status_excfile = "00"
039008       move 'Y' to ws_excfile_open
039010     else
039012       move "NIGHTEXC.DAT" to ws_log_filename
039014       move ws_status_excfile to ws_log_status
039016       move "EXCEPTION FILE UNAVAILABLE" to ws_log_msg
039018       perform log_file_error
039020     end-if.
039022     move spaces to ex100-exception-record.
039024     move ws_bus_date to ex100-bus-date.
039026     move "AOC_MERGE" to ex100-program.
039028     move ws_run_date to ex100-run-date.
039030     move ws_run_time_raw (1 : 6) to ex100-run-time.
039032     move zero to ex100-rec-num, ex100-expected, ex100-actual.
039034
039036 write_exception section.
039038     if ws_excfile_open = 'Y'
039040       write excfile_1_file from ex100-exception-record
039042         after advancing 1 line
039044     end-if.
039046     move spaces to ex100-subject, ex100-text.
039048     move zero to ex100-rec-num, ex100-expected, ex100-actual.
039050
039052 merge_stream_exceptions section.
039054     move spaces to ws_stream_path.
039056     string ws_stream_dir delimited by space
039058            "/nightexc.dat" delimited by size
039060       into ws_stream_path.
039062     move 'N' to ws-stream-eof.
039064     open input stream_in.
039066     if ws_status_stream = "00"
039068       perform until ws-stream-eof = 'Y'
039070         read stream_in
039072            at end
039074               move 'Y' to ws-stream-eof
039076            not at end
039078              if ws_excfile_open = 'Y'
039080                 and stream_in_file not = spaces
039082                write excfile_1_file from stream_in_file (1 : 160)
039084                  after advancing 1 line
039086              end-if
039088         end-read
039090       end-perform
039092       close stream_in
039094     end-if.
039096
039100 write_run_audit section.
039200     move spaces to ws_runlog_rec.
039300     move ws_run_date to rl_run_date.
042000
042100 log_file_error section.
042200     display ws_log_line.
042201
042202 read_master_before section.
042203     move cm100-key to mh100-key.
042204     move 'A'  to mh100-action.
042205     move zero to mh100-before-first.
042206     move zero to mh100-before-last.
042207     move zero to mh100-before-value.
042208     read calmastr_1
042209       invalid key
042210         continue
042211       not invalid key
042212         move 'C' to mh100-action
042213         move cm100-first-digit to mh100-before-first
042214         move cm100-last-digit  to mh100-before-last
042215         move cm100-calib-value to mh100-before-value
042216     end-read.
042217     move mh100-key to cm100-key.
042218
042219 write_master_history section.
042220     move cm100-first-digit to mh100-after-first.
042221     move cm100-last-digit  to mh100-after-last.
042222     move cm100-calib-value to mh100-after-value.
042223     move "AOC_MERGE" to mh100-program.
042224     move ws_run_date to mh100-run-date.
042225     move ws_run_time_raw (1 : 6) to mh100-run-time.
042226     write calmhist_1_file from mh100-history-record
042227       after advancing 1 line.
042228
042229 check_period_lock section.
042230     open input calperd_1.
042231     if ws_status_calperd not = "00"
042232        and ws_status_calperd not = "35"
042233       move "CALPERD.DAT" to ws_log_filename
042234       move ws_status_calperd to ws_log_status
042235       move "PERIOD FILE UNAVAILABLE - RUN REFUSED" to ws_log_msg
042236       perform log_file_error
042237       move 16 to return-code
042238       stop run
042239     end-if.
042240     if ws_status_calperd = "00"
042241       move ws_bus_date (1 : 6) to pd100-period
042242       read calperd_1
042243         invalid key
042244           continue
042245         not invalid key
042246           if pd100-closed
042247             move "RUNPARM.DAT" to ws_log_filename
042248             move "  " to ws_log_status
042249             move "DATE IN CLOSED PERIOD - REOPEN REQD"
042250               to ws_log_msg
042251             perform log_file_error
042252             close calperd_1
042253             move 16 to return-code
042254             stop run
042255           end-if
042256       end-read
042257       close calperd_1
042258     end-if.
042300
042400 load_calendar section.
042410     open input calendar_1.
043220         stop run
043230       end-if
043240     end-if.
043245     perform check_period_lock.
043250
043260 find_next_processing_day section.
043270     move zero to ws_next_bus_date.
044130     move ws_reg_region (ws_reg_idx) to missb_region.
044140     write branchtot_1_file from ws_missing_line
044150       after advancing 1 line.
044151     move "E" to ex100-severity.
044152     move "MISSBR" to ex100-code.
044153     move ws_reg_code (ws_reg_idx) to ex100-subject.
044154     move ws_reg_name (ws_reg_idx) to ex100-text.
044155     perform write_exception.
044160
044170 open_rejsusp_1 section.
044180     open i-o rejsusp_1.
