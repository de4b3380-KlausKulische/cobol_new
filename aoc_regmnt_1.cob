000100 identification division.
000200 program-id. aoc_regmnt.
000300
000400 environment division.
000500 input-output section.
000600  file-control.
000700  select regmaint_1 assign to 'regmaint.dat'
000800  organization is line sequential
000900  file status is ws_status_regmaint.
001000  select regaudit_1 assign to 'regaudit.txt'
001100  organization is line sequential
001200  file status is ws_status_regaudit.
001300  select branchreg_1 assign to 'branchreg.dat'
001400  organization is line sequential
001500  file status is ws_status_branchreg.
001600  select calendar_1 assign to 'calendar.dat'
001700  organization is line sequential
001800  file status is ws_status_calendar.
001900  select regwork_1 assign to 'regwork.dat'
002000  organization is indexed
002100  access is dynamic
002200  record key is rw_code
002300  file status is ws_status_regwork.
002400  select calwork_1 assign to 'calwork.dat'
002500  organization is indexed
002600  access is dynamic
002700  record key is cw_date
002800  file status is ws_status_calwork.
002900  select rejsusp_1 assign to 'rejsusp.dat'
003000  organization is indexed
003100  access is dynamic
003200  record key is rs100-key
003300  file status is ws_status_rejsusp.
003400  select brfilex_1 assign to 'brfilex.dat'
003500  organization is indexed
003600  access is dynamic
003700  record key is bf100-branch-file
003800  file status is ws_status_brfilex.
003900
004000 data division.
004100 file section.
004200 fd regmaint_1.
004300 01 regmaint_1_file pic x(100).
004400 fd regaudit_1.
004500 01 regaudit_1_file pic x(132).
004600 fd branchreg_1.
004700 01 branchreg_1_file pic x(80).
004800 fd calendar_1.
004900 01 calendar_1_file pic x(80).
005000 fd regwork_1.
005100 01 regwork_1_file.
005200   03 rw_code  pic x(8).
005300   03 rw_image pic x(80).
005400 fd calwork_1.
005500 01 calwork_1_file.
005600   03 cw_date  pic x(8).
005700   03 cw_image pic x(80).
005800 fd rejsusp_1.
005900     copy "rejsrec.cpy".
006000 fd brfilex_1.
006100     copy "brfxrec.cpy".
006200
006300 working-storage section.
006400 01 ws_status_regmaint  pic x(2) value "00".
006500 01 ws_status_regaudit  pic x(2) value "00".
006600 01 ws_status_branchreg pic x(2) value "00".
006700 01 ws_status_calendar  pic x(2) value "00".
006800 01 ws_status_regwork   pic x(2) value "00".
006900 01 ws_status_calwork   pic x(2) value "00".
007000 01 ws_status_rejsusp   pic x(2) value "00".
007100 01 ws_status_brfilex   pic x(2) value "00".
007200 01 ws_rejsusp_open pic a value 'N'.
007300 01 ws_brfilex_open pic a value 'N'.
007400 01 ws-eof pic a value 'N'.
007500 01 ws_load_eof pic a value 'N'.
007600 01 ws_work_eof pic a value 'N'.
007700 01 ws_susp_eof pic a value 'N'.
007800 01 ws_reg_changed pic a value 'N'.
007900 01 ws_cal_changed pic a value 'N'.
008000 01 ws_run_date     pic 9(8) value zero.
008100 01 ws_run_time_raw pic 9(8) value zero.
008200 01 ws_card_count    pic 9(6) value zero.
008300 01 ws_applied_count pic 9(6) value zero.
008400 01 ws_refused_count pic 9(6) value zero.
008500 01 ws_dropped_count pic 9(6) value zero.
008600 01 ws_reg_written   pic 9(6) value zero.
008700 01 ws_cal_written   pic 9(6) value zero.
008800 01 ws_open_items     pic 9(6) value zero.
008900 01 ws_unmapped_items pic 9(6) value zero.
009000 01 ws_refuse_text pic x(40) value space.
009100 01 ws_before_image pic x(80) value space.
009200 01 ws_after_image  pic x(80) value space.
009300 01 ws_prior_active pic x value space.
009400 01 ws_chk_date pic 9(8) value zero.
009500 01 ws_chk_date_parts redefines ws_chk_date.
009600   03 ws_chk_yyyy pic 9(4).
009700   03 ws_chk_mm   pic 9(2).
009800   03 ws_chk_dd   pic 9(2).
009900 01 ws_chk_days  pic 9(2) value zero.
010000 01 ws_chk_quot  pic 9(4) value zero.
010100 01 ws_chk_rem4   pic 9(4) value zero.
010200 01 ws_chk_rem100 pic 9(4) value zero.
010300 01 ws_chk_rem400 pic 9(4) value zero.
010400 01 ws_date_ok pic a value 'N'.
010500 01 ws_log_line.
010600   03 ws_log_prefix     pic x(14) value "** IO ERROR **".
010700   03 filler            pic x value space.
010800   03 ws_log_filename   pic x(48).
010900   03 filler            pic x value space.
011000   03 ws_log_status_txt pic x(8) value "STATUS: ".
011100   03 ws_log_status     pic x(2).
011200   03 filler            pic x(2) value space.
011300   03 ws_log_msg        pic x(40).
011400     copy "brregrec.cpy".
011500     copy "calcalr.cpy".
011600
011700 01 ws_maint_card.
011800   03 mc_type   pic x.
011900   03 mc_action pic x.
012000   03 filler    pic x.
012100   03 mc_user   pic x(8).
012200   03 filler    pic x.
012300   03 mc_image  pic x(80).
012400   03 filler    pic x(9).
012500
012600 01 ws_card_branch.
012700   03 rb_code   pic x(8).
012800   03 rb_name   pic x(30).
012900   03 rb_region pic x(8).
013000   03 rb_active pic x.
013100   03 rb_daily  pic x.
013200   03 filler    pic x(32).
013300
013400 01 ws_card_day.
013500   03 rd_date pic x(8).
013600   03 filler  pic x.
013700   03 rd_type pic x.
013800   03 filler  pic x.
013900   03 rd_desc pic x(30).
014000   03 filler  pic x(39).
014100
014200 01 ws_rpt_hdr.
014300   03 filler pic x(28) value "** MASTER MAINTENANCE RUN **".
014400   03 filler pic x(7) value "  RUN: ".
014500   03 hdr_run_date pic 9(8).
014600   03 filler pic x value space.
014700   03 hdr_run_time pic x(6).
014800
014900 01 ws_chg_line.
015000   03 chg_date pic 9(8).
015100   03 filler pic x value space.
015200   03 chg_time pic x(6).
015300   03 filler pic x(6) value "  BY: ".
015400   03 chg_user pic x(8).
015500   03 filler pic x(2) value space.
015600   03 chg_what pic x(16).
015700   03 filler pic x value space.
015800   03 chg_key  pic x(8).
015900   03 filler pic x(2) value space.
016000   03 chg_result pic x(50).
016100
016200 01 ws_img_line.
016300   03 filler pic x(4) value space.
016400   03 img_label pic x(9).
016500   03 filler pic x value space.
016600   03 img_text pic x(80).
016700
016800 01 ws_open_refuse.
016900   03 filler pic x(29) value "OPEN REJECT SUSPENSE ITEMS : ".
017000   03 open_refuse_cnt pic zzzzz9.
017100   03 filler pic x(5) value space.
017200
017300 01 ws_unmapped_line.
017400   03 filler pic x(14) value space.
017500   03 filler pic x(8) value "NOTE : ".
017600   03 unmapped_cnt pic zzzzz9.
017700   03 filler pic x(44)
017800      value " OPEN SUSPENSE ITEMS NOT MAPPED TO A BRANCH".
017900
018000 01 ws_sum_line.
018100   03 filler pic x(12) value "** CARDS :".
018200   03 sum_cards pic zzzzz9.
018300   03 filler pic x(12) value "  APPLIED :".
018400   03 sum_applied pic zzzzz9.
018500   03 filler pic x(12) value "  REFUSED :".
018600   03 sum_refused pic zzzzz9.
018700   03 filler pic x(21) value "  MASTER DUPS DROPPED".
018800   03 filler pic x(2) value ": ".
018900   03 sum_dropped pic zzzzz9.
019000
019100 01 ws_mst_line.
019200   03 filler pic x(3) value space.
019300   03 mst_name pic x(14).
019400   03 mst_text pic x(16).
019500   03 mst_count pic zzzzz9.
019600   03 filler pic x(8) value " RECORDS".
019700
019800 procedure division.
019900    accept ws_run_date from date yyyymmdd.
020000    accept ws_run_time_raw from time.
020100    perform open_regaudit_1.
020200    move ws_run_date to hdr_run_date.
020300    move ws_run_time_raw (1 : 6) to hdr_run_time.
020400    write regaudit_1_file from ws_rpt_hdr
020500      after advancing 1 line.
020600    perform load_branch_master.
020700    perform load_calendar_master.
020800    perform open_reference_files.
020900    open input regmaint_1.
021000    if ws_status_regmaint not = "00"
021100      move "REGMAINT.DAT" to ws_log_filename
021200      move ws_status_regmaint to ws_log_status
021300      move "OPEN INPUT FAILED" to ws_log_msg
021400      perform log_file_error
021500      move 16 to return-code
021600      stop run
021700    end-if.
021800    perform until ws-eof = 'Y'
021900      read regmaint_1 into ws_maint_card
022000         at end
022100            move 'Y' to ws-eof
022200         not at end
022300           if ws_status_regmaint not = "00"
022400             move "REGMAINT.DAT" to ws_log_filename
022500             move ws_status_regmaint to ws_log_status
022600             move "READ ERROR - MASTERS NOT REWRITTEN"
022700               to ws_log_msg
022800             perform log_file_error
022900             move 16 to return-code
023000             stop run
023100           end-if
023200           perform apply_one_card
023300      end-read
023400    end-perform.
023500    close regmaint_1.
023600    if ws_reg_changed = 'Y'
023700      perform rewrite_branch_master
023800    end-if.
023900    if ws_cal_changed = 'Y'
024000      perform rewrite_calendar_master
024100    end-if.
024200    move ws_card_count    to sum_cards.
024300    move ws_applied_count to sum_applied.
024400    move ws_refused_count to sum_refused.
024500    move ws_dropped_count to sum_dropped.
024600    write regaudit_1_file from ws_sum_line
024700      after advancing 1 line.
024800    if ws_reg_changed = 'Y'
024900      move "BRANCHREG.DAT" to mst_name
025000      move " REWRITTEN   : " to mst_text
025100      move ws_reg_written to mst_count
025200      write regaudit_1_file from ws_mst_line
025300        after advancing 1 line
025400    end-if.
025500    if ws_cal_changed = 'Y'
025600      move "CALENDAR.DAT" to mst_name
025700      move " REWRITTEN   : " to mst_text
025800      move ws_cal_written to mst_count
025900      write regaudit_1_file from ws_mst_line
026000        after advancing 1 line
026100    end-if.
026200    if ws_refused_count > zero
026300      move 8 to return-code
026400    end-if.
026500    close regaudit_1, regwork_1, calwork_1.
026600    if ws_rejsusp_open = 'Y'
026700      close rejsusp_1
026800    end-if.
026900    if ws_brfilex_open = 'Y'
027000      close brfilex_1
027100    end-if.
027200    stop run.
027300
027400 open_regaudit_1 section.
027500     open extend regaudit_1.
027600     if ws_status_regaudit = "35"
027700       open output regaudit_1
027800     end-if.
027900     if ws_status_regaudit not = "00"
028000       move "REGAUDIT.TXT" to ws_log_filename
028100       move ws_status_regaudit to ws_log_status
028200       move "OPEN FAILED - NO MAINTENANCE DONE" to ws_log_msg
028300       perform log_file_error
028400       move 16 to return-code
028500       stop run
028600     end-if.
028700
028800 load_branch_master section.
028900     open output regwork_1.
029000     close regwork_1.
029100     open i-o regwork_1.
029200     if ws_status_regwork not = "00"
029300       move "REGWORK.DAT" to ws_log_filename
029400       move ws_status_regwork to ws_log_status
029500       move "WORK FILE OPEN FAILED" to ws_log_msg
029600       perform log_file_error
029700       move 16 to return-code
029800       stop run
029900     end-if.
030000     open input branchreg_1.
030100     if ws_status_branchreg = "35"
030200       continue
030300     else
030400       if ws_status_branchreg not = "00"
030500         move "BRANCHREG.DAT" to ws_log_filename
030600         move ws_status_branchreg to ws_log_status
030700         move "OPEN INPUT FAILED" to ws_log_msg
030800         perform log_file_error
030900         move 16 to return-code
031000         stop run
031100       end-if
031200       move 'N' to ws_load_eof
031300       perform until ws_load_eof = 'Y'
031400         read branchreg_1 into br100-registry-record
031500            at end
031600               move 'Y' to ws_load_eof
031700            not at end
031800              if ws_status_branchreg not = "00"
031900                move "BRANCHREG.DAT" to ws_log_filename
032000                move ws_status_branchreg to ws_log_status
032100                move "READ ERROR - NO MAINTENANCE DONE"
032200                  to ws_log_msg
032300                perform log_file_error
032400                move 16 to return-code
032500                stop run
032600              end-if
032700              if br100-registry-record not = spaces
032800                perform stash_branch_card
032900              end-if
033000         end-read
033100       end-perform
033200       close branchreg_1
033300     end-if.
033400
033500 stash_branch_card section.
033600     move br100-branch-code to rw_code.
033700     move br100-registry-record to rw_image.
033800     write regwork_1_file
033900       invalid key
034000         add 1 to ws_dropped_count
034100         move 'Y' to ws_reg_changed
034200         move "MASTER" to mc_user
034300         move "BRANCH DROPPED" to chg_what
034400         move br100-branch-code to chg_key
034500         move "DUPLICATE CODE ON MASTER - FIRST CARD KEPT"
034600           to chg_result
034700         perform write_change_line
034800         move "BEFORE  :" to img_label
034900         move br100-registry-record to img_text
035000         perform write_image_line
035100     end-write.
035200
035300 load_calendar_master section.
035400     open output calwork_1.
035500     close calwork_1.
035600     open i-o calwork_1.
035700     if ws_status_calwork not = "00"
035800       move "CALWORK.DAT" to ws_log_filename
035900       move ws_status_calwork to ws_log_status
036000       move "WORK FILE OPEN FAILED" to ws_log_msg
036100       perform log_file_error
036200       move 16 to return-code
036300       stop run
036400     end-if.
036500     open input calendar_1.
036600     if ws_status_calendar = "35"
036700       continue
036800     else
036900       if ws_status_calendar not = "00"
037000         move "CALENDAR.DAT" to ws_log_filename
037100         move ws_status_calendar to ws_log_status
037200         move "OPEN INPUT FAILED" to ws_log_msg
037300         perform log_file_error
037400         move 16 to return-code
037500         stop run
037600       end-if
037700       move 'N' to ws_load_eof
037800       perform until ws_load_eof = 'Y'
037900         read calendar_1 into cd100-calendar-record
038000            at end
038100               move 'Y' to ws_load_eof
038200            not at end
038300              if ws_status_calendar not = "00"
038400                move "CALENDAR.DAT" to ws_log_filename
038500                move ws_status_calendar to ws_log_status
038600                move "READ ERROR - NO MAINTENANCE DONE"
038700                  to ws_log_msg
038800                perform log_file_error
038900                move 16 to return-code
039000                stop run
039100              end-if
039200              if cd100-calendar-record not = spaces
039300                perform stash_calendar_card
039400              end-if
039500         end-read
039600       end-perform
039700       close calendar_1
039800     end-if.
039900
040000 stash_calendar_card section.
040100     move cd100-calendar-record (1 : 8) to cw_date.
040200     move cd100-calendar-record to cw_image.
040300     write calwork_1_file
040400       invalid key
040500         add 1 to ws_dropped_count
040600         move 'Y' to ws_cal_changed
040700         move "MASTER" to mc_user
040800         move "CALENDAR DROPPED" to chg_what
040900         move cw_date to chg_key
041000         move "DUPLICATE DATE ON MASTER - FIRST CARD KEPT"
041100           to chg_result
041200         perform write_change_line
041300         move "BEFORE  :" to img_label
041400         move cd100-calendar-record to img_text
041500         perform write_image_line
041600     end-write.
041700
041800 open_reference_files section.
041900     open input rejsusp_1.
042000     if ws_status_rejsusp = "00"
042100       move 'Y' to ws_rejsusp_open
042200     else
042300       if ws_status_rejsusp not = "35"
042400         move "REJSUSP.DAT" to ws_log_filename
042500         move ws_status_rejsusp to ws_log_status
042600         move "SUSPENSE UNAVAILABLE - NO DEACTIVATIONS"
042700           to ws_log_msg
042800         perform log_file_error
042900       end-if
043000     end-if.
043100     open input brfilex_1.
043200     if ws_status_brfilex = "00"
043300       move 'Y' to ws_brfilex_open
043400     else
043500       if ws_status_brfilex not = "35"
043600         move "BRFILEX.DAT" to ws_log_filename
043700         move ws_status_brfilex to ws_log_status
043800         move "XREF UNAVAILABLE - DEACTIVATIONS REFUSED"
043810           to ws_log_msg
043900         perform log_file_error
044000       end-if
044100     end-if.
044200
044300 apply_one_card section.
044400     if ws_maint_card = spaces
044500       continue
044600     else
044700       add 1 to ws_card_count
044800       move space to ws_refuse_text
044900       move space to ws_before_image
045000       move space to ws_after_image
045100       move mc_image to ws_card_branch
045200       move mc_image to ws_card_day
045300       evaluate true
045400         when mc_user = spaces
045500           move "OPERATOR ID REQUIRED" to ws_refuse_text
045600           move "CARD REFUSED" to chg_what
045700           move space to chg_key
045800         when mc_type = 'B' and mc_action = 'A'
045900           move "BRANCH ADD" to chg_what
046000           move rb_code to chg_key
046100           perform add_branch
046200         when mc_type = 'B' and mc_action = 'C'
046300           move "BRANCH CHANGE" to chg_what
046400           move rb_code to chg_key
046500           perform change_branch
046600         when mc_type = 'B' and mc_action = 'D'
046700           move "BRANCH DEACT" to chg_what
046800           move rb_code to chg_key
046900           perform deactivate_branch
047000         when mc_type = 'C' and mc_action = 'A'
047100           move "CALENDAR ADD" to chg_what
047200           move rd_date to chg_key
047300           perform add_calendar_day
047400         when mc_type = 'C' and mc_action = 'C'
047500           move "CALENDAR CHANGE" to chg_what
047600           move rd_date to chg_key
047700           perform change_calendar_day
047800         when other
047900           move "INVALID CARD TYPE OR ACTION" to ws_refuse_text
048000           move "CARD REFUSED" to chg_what
048100           move space to chg_key
048200       end-evaluate
048300       if ws_refuse_text = space
048400         add 1 to ws_applied_count
048500         move "APPLIED" to chg_result
048600         perform write_change_line
048700         move "BEFORE  :" to img_label
048800         move ws_before_image to img_text
048900         if ws_before_image = space
049000           move "*** NONE ***" to img_text
049100         end-if
049200         perform write_image_line
049300         move "AFTER   :" to img_label
049400         move ws_after_image to img_text
049500         perform write_image_line
049600       else
049700         add 1 to ws_refused_count
049800         move space to chg_result
049900         string "REFUSED - " delimited by size
050000                ws_refuse_text delimited by size
050100           into chg_result
050200         end-string
050300         perform write_change_line
050400         move "CARD    :" to img_label
050500         move ws_maint_card to img_text
050600         perform write_image_line
050700       end-if
050800     end-if.
050900
051000 add_branch section.
051100     evaluate true
051200       when rb_code = spaces
051300         move "BRANCH CODE REQUIRED" to ws_refuse_text
051400       when rb_name = spaces
051500         move "BRANCH NAME REQUIRED" to ws_refuse_text
051600       when rb_region = spaces
051700         move "REGION REQUIRED" to ws_refuse_text
051800       when rb_active not = 'A' and rb_active not = 'I'
051900         move "ACTIVE FLAG MUST BE A OR I" to ws_refuse_text
052000       when rb_daily not = 'Y' and rb_daily not = 'N'
052100            and rb_daily not = space
052200         move "DAILY FLAG MUST BE Y, N OR BLANK" to ws_refuse_text
052300       when other
052400         move rb_code to rw_code
052500         read regwork_1
052600           invalid key
052700             continue
052800           not invalid key
052900             move "BRANCH CODE ALREADY REGISTERED"
053000               to ws_refuse_text
053100         end-read
053200     end-evaluate.
053300     if ws_refuse_text = space
053400       move spaces to br100-registry-record
053500       move rb_code   to br100-branch-code
053600       move rb_name   to br100-branch-name
053700       move rb_region to br100-region
053800       move rb_active to br100-active
053900       if rb_daily = 'Y'
054000         move 'Y' to br100-daily
054100       end-if
054200       move rb_code to rw_code
054300       move br100-registry-record to rw_image
054400       move br100-registry-record to ws_after_image
054500       write regwork_1_file
054600       move 'Y' to ws_reg_changed
054700     end-if.
054800
054900 change_branch section.
055000     if rb_code = spaces
055100       move "BRANCH CODE REQUIRED" to ws_refuse_text
055200     else
055300       move rb_code to rw_code
055400       read regwork_1
055500         invalid key
055600           move "BRANCH CODE NOT REGISTERED" to ws_refuse_text
055700       end-read
055800     end-if.
055900     if ws_refuse_text = space
056000       evaluate true
056100         when rb_active not = 'A' and rb_active not = 'I'
056200              and rb_active not = space
056300           move "ACTIVE FLAG MUST BE A OR I" to ws_refuse_text
056400         when rb_daily not = 'Y' and rb_daily not = 'N'
056500              and rb_daily not = space
056600           move "DAILY FLAG MUST BE Y, N OR BLANK"
056700             to ws_refuse_text
056800         when other
056900           continue
057000       end-evaluate
057100     end-if.
057200     if ws_refuse_text = space
057300       move rw_image to ws_before_image
057400       move rw_image to br100-registry-record
057500       move br100-active to ws_prior_active
057600       if rb_name not = spaces
057700         move rb_name to br100-branch-name
057800       end-if
057900       if rb_region not = spaces
058000         move rb_region to br100-region
058100       end-if
058200       if rb_active not = space
058300         move rb_active to br100-active
058400       end-if
058500       if rb_daily = 'Y'
058600         move 'Y' to br100-daily
058700       end-if
058800       if rb_daily = 'N'
058900         move space to br100-daily
059000       end-if
059100       if br100-registry-record = ws_before_image
059200         move "CARD CHANGES NOTHING" to ws_refuse_text
059300       else
059400         if br100-is-inactive and ws_prior_active = 'A'
059500           perform check_open_items
059600         end-if
059700       end-if
059800     end-if.
059900     if ws_refuse_text = space
060000       move br100-registry-record to rw_image
060100       move br100-registry-record to ws_after_image
060200       rewrite regwork_1_file
060300       move 'Y' to ws_reg_changed
060400     end-if.
060500
060600 deactivate_branch section.
060700     if rb_code = spaces
060800       move "BRANCH CODE REQUIRED" to ws_refuse_text
060900     else
061000       move rb_code to rw_code
061100       read regwork_1
061200         invalid key
061300           move "BRANCH CODE NOT REGISTERED" to ws_refuse_text
061400       end-read
061500     end-if.
061600     if ws_refuse_text = space
061700       move rw_image to ws_before_image
061800       move rw_image to br100-registry-record
061900       if br100-is-inactive
062000         move "BRANCH ALREADY INACTIVE" to ws_refuse_text
062100       else
062200         move 'I' to br100-active
062300         perform check_open_items
062400       end-if
062500     end-if.
062600     if ws_refuse_text = space
062700       move br100-registry-record to rw_image
062800       move br100-registry-record to ws_after_image
062900       rewrite regwork_1_file
063000       move 'Y' to ws_reg_changed
063100     end-if.
063200
063300 check_open_items section.
063400     move zero to ws_open_items.
063500     move zero to ws_unmapped_items.
063600     if ws_rejsusp_open = 'N' and ws_status_rejsusp not = "35"
063700       move "SUSPENSE CHECK UNAVAILABLE" to ws_refuse_text
063800     else
063810       if ws_brfilex_open = 'N' and ws_status_brfilex not = "35"
063820         move "XREF CHECK UNAVAILABLE" to ws_refuse_text
063830       else
063900         if ws_rejsusp_open = 'Y'
064000           perform scan_open_items
064100         end-if
064200         if ws_open_items > zero
064300           move ws_open_items to open_refuse_cnt
064400           move ws_open_refuse to ws_refuse_text
064500         end-if
064550       end-if
064600     end-if.
064700
064800 scan_open_items section.
064900     move 'N' to ws_susp_eof.
065000     move low-values to rs100-key.
065100     start rejsusp_1 key is not < rs100-key
065200       invalid key
065300         move 'Y' to ws_susp_eof
065400     end-start.
065500     perform until ws_susp_eof = 'Y'
065600       read rejsusp_1 next
065700          at end
065800             move 'Y' to ws_susp_eof
065900          not at end
066000            if ws_status_rejsusp not = "00"
066100              move "REJSUSP.DAT" to ws_log_filename
066200              move ws_status_rejsusp to ws_log_status
066300              move "READ ERROR - DEACTIVATION REFUSED"
066400                to ws_log_msg
066500              perform log_file_error
066600              move "SUSPENSE CHECK UNAVAILABLE" to ws_refuse_text
066700              move 'Y' to ws_susp_eof
066800            else
066900              if rs100-open-item
067000                perform map_open_item
067100              end-if
067200            end-if
067300       end-read
067400     end-perform.
067500
067600 map_open_item section.
067700     if ws_brfilex_open = 'Y'
067800       move rs100-branch-file to bf100-branch-file
067900       read brfilex_1
068000         invalid key
068100           add 1 to ws_unmapped_items
068200         not invalid key
068300           if bf100-branch-code = br100-branch-code
068400             add 1 to ws_open_items
068500           end-if
068600       end-read
068700     else
068800       add 1 to ws_unmapped_items
068900     end-if.
069000
069100 add_calendar_day section.
069200     perform check_card_date.
069300     if ws_refuse_text = space
069400       if rd_type not = 'B' and rd_type not = 'W'
069500          and rd_type not = 'H'
069600         move "DAY TYPE MUST BE B, W OR H" to ws_refuse_text
069700       else
069800         move rd_date to cw_date
069900         read calwork_1
070000           invalid key
070100             continue
070200           not invalid key
070300             move "CALENDAR DATE ALREADY ON FILE"
070400               to ws_refuse_text
070500         end-read
070600       end-if
070700     end-if.
070800     if ws_refuse_text = space
070900       move spaces to cd100-calendar-record
071000       move ws_chk_date to cd100-cal-date
071100       move rd_type to cd100-day-type
071200       move rd_desc to cd100-day-desc
071300       move rd_date to cw_date
071400       move cd100-calendar-record to cw_image
071500       move cd100-calendar-record to ws_after_image
071600       write calwork_1_file
071700       move 'Y' to ws_cal_changed
071800     end-if.
071900
072000 change_calendar_day section.
072100     perform check_card_date.
072200     if ws_refuse_text = space
072300       if rd_type not = 'B' and rd_type not = 'W'
072400          and rd_type not = 'H' and rd_type not = space
072500         move "DAY TYPE MUST BE B, W OR H" to ws_refuse_text
072600       else
072700         move rd_date to cw_date
072800         read calwork_1
072900           invalid key
073000             move "CALENDAR DATE NOT ON FILE" to ws_refuse_text
073100         end-read
073200       end-if
073300     end-if.
073400     if ws_refuse_text = space
073500       move cw_image to ws_before_image
073600       move cw_image to cd100-calendar-record
073700       if rd_type not = space
073800         move rd_type to cd100-day-type
073900       end-if
074000       if rd_desc not = spaces
074100         move rd_desc to cd100-day-desc
074200       end-if
074300       if cd100-calendar-record = ws_before_image
074400         move "CARD CHANGES NOTHING" to ws_refuse_text
074500       end-if
074600     end-if.
074700     if ws_refuse_text = space
074800       move cd100-calendar-record to cw_image
074900       move cd100-calendar-record to ws_after_image
075000       rewrite calwork_1_file
075100       move 'Y' to ws_cal_changed
075200     end-if.
075300
075400 check_card_date section.
075500     move 'N' to ws_date_ok.
075600     if rd_date numeric
075700       move rd_date to ws_chk_date
075800       if ws_chk_yyyy >= 2000 and ws_chk_yyyy <= 2099
075900          and ws_chk_mm >= 01 and ws_chk_mm <= 12
076000          and ws_chk_dd >= 01
076100         perform days_in_month
076200         if ws_chk_dd <= ws_chk_days
076300           move 'Y' to ws_date_ok
076400         end-if
076500       end-if
076600     end-if.
076700     if ws_date_ok = 'N'
076800       move "CALENDAR DATE NOT A REAL DATE" to ws_refuse_text
076900     end-if.
077000
077100 days_in_month section.
077200     evaluate ws_chk_mm
077300       when 04
077400       when 06
077500       when 09
077600       when 11
077700         move 30 to ws_chk_days
077800       when 02
077900         divide ws_chk_yyyy by 4 giving ws_chk_quot
078000           remainder ws_chk_rem4
078100         divide ws_chk_yyyy by 100 giving ws_chk_quot
078200           remainder ws_chk_rem100
078300         divide ws_chk_yyyy by 400 giving ws_chk_quot
078400           remainder ws_chk_rem400
078500         if ws_chk_rem400 = zero
078600            or (ws_chk_rem4 = zero and ws_chk_rem100 not = zero)
078700           move 29 to ws_chk_days
078800         else
078900           move 28 to ws_chk_days
079000         end-if
079100       when other
079200         move 31 to ws_chk_days
079300     end-evaluate.
079400
079500 write_change_line section.
079600     move ws_run_date to chg_date.
079700     move ws_run_time_raw (1 : 6) to chg_time.
079800     move mc_user to chg_user.
079900     write regaudit_1_file from ws_chg_line
080000       after advancing 1 line.
080100     if ws_unmapped_items > zero
080200       move ws_unmapped_items to unmapped_cnt
080300       write regaudit_1_file from ws_unmapped_line
080400         after advancing 1 line
080500       move zero to ws_unmapped_items
080600     end-if.
080700
080800 write_image_line section.
080900     write regaudit_1_file from ws_img_line
081000       after advancing 1 line.
081100
081200 rewrite_branch_master section.
081300     open output branchreg_1.
081400     if ws_status_branchreg not = "00"
081500       move "BRANCHREG.DAT" to ws_log_filename
081600       move ws_status_branchreg to ws_log_status
081700       move "REWRITE FAILED - RESTORE FROM BACKUP" to ws_log_msg
081800       perform log_file_error
081900       move 16 to return-code
082000       stop run
082100     end-if.
082200     move 'N' to ws_work_eof.
082300     move low-values to rw_code.
082400     start regwork_1 key is not < rw_code
082500       invalid key
082600         move 'Y' to ws_work_eof
082700     end-start.
082800     perform until ws_work_eof = 'Y'
082900       read regwork_1 next
083000          at end
083100             move 'Y' to ws_work_eof
083200          not at end
083300            write branchreg_1_file from rw_image
083400              after advancing 1 line
083500            add 1 to ws_reg_written
083600       end-read
083700     end-perform.
083800     close branchreg_1.
083900
084000 rewrite_calendar_master section.
084100     open output calendar_1.
084200     if ws_status_calendar not = "00"
084300       move "CALENDAR.DAT" to ws_log_filename
084400       move ws_status_calendar to ws_log_status
084500       move "REWRITE FAILED - RESTORE FROM BACKUP" to ws_log_msg
084600       perform log_file_error
084700       move 16 to return-code
084800       stop run
084900     end-if.
085000     move 'N' to ws_work_eof.
085100     move low-values to cw_date.
085200     start calwork_1 key is not < cw_date
085300       invalid key
085400         move 'Y' to ws_work_eof
085500     end-start.
085600     perform until ws_work_eof = 'Y'
085700       read calwork_1 next
085800          at end
085900             move 'Y' to ws_work_eof
086000          not at end
086100            write calendar_1_file from cw_image
086200              after advancing 1 line
086300            add 1 to ws_cal_written
086400       end-read
086500     end-perform.
086600     close calendar_1.
086700
086800 log_file_error section.
086900     display ws_log_line.
087000
087100 end program aoc_regmnt.
