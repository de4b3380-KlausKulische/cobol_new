001500  access is dynamic
001600  record key is cm100-key
001700  file status is ws_status_calmastr.
001710  select calmhist_1 assign to 'calmhist.dat'
001720  organization is line sequential
001730  file status is ws_status_calmhist.
001740  select calperd_1 assign to 'calperd.dat'
001750  organization is indexed
001760  access is dynamic
001770  record key is pd100-period
001780  file status is ws_status_calperd.
001783  select srcimg_1 assign to 'srcimg.dat'
001786  organization is indexed
001789  access is dynamic
001792  record key is si100-key
001795  file status is ws_status_srcimg.
001800
001900 data division.
002000 file section.
002400 01 purgerpt_1_file pic x(120).
002500 fd calmastr_1.
002600     copy "calmrec.cpy".
002610 fd calmhist_1.
002620 01 calmhist_1_file pic x(103).
002630 fd calperd_1.
002640     copy "calperd.cpy".
002650 fd srcimg_1.
002660     copy "calsimg.cpy".
002700
002800 working-storage section.
002900 01 ws_status_purgparm pic x(2) value "00".
003000 01 ws_status_purgerpt pic x(2) value "00".
003100 01 ws_status_calmastr pic x(2) value "00".
003110 01 ws_status_calmhist pic x(2) value "00".
003111 01 ws_status_calperd  pic x(2) value "00".
003112 01 ws_calperd_open    pic a value 'N'.
003113 01 ws_period_closed   pic a value 'N'.
003114 01 ws_last_closed     pic a value 'N'.
003115 01 ws_chk_period      pic 9(6) value zero.
003116 01 ws_last_period     pic 9(6) value zero.
003117 01 ws_status_srcimg   pic x(2) value "00".
003118 01 ws_srcimg_open     pic a value 'N'.
003120 01 ws_run_date     pic 9(8) value zero.
003130 01 ws_run_time_raw pic 9(8) value zero.
003200 01 ws_scan_eof  pic a value 'N'.
003300 01 ws_purge_eof pic a value 'N'.
003400 01 ws_log_line.
007900 01 ws_check_value pic 9(6) value zero.
008000 01 ws_purged_count pic 9(6) value zero.
008100 01 ws_purged_tot   pic 9(8) value zero.
008103 01 ws_held_count   pic 9(6) value zero.
008106 01 ws_held_tot     pic 9(8) value zero.
008108 01 ws_purged_imgs  pic 9(6) value zero.
008110     copy "calmhist.cpy".
008200
008300 01 ws_rpt_hdr.
008400   03 filler pic x(22) value "** MASTER HOUSEKEEP **".
012800   03 purged_recs pic zzzzz9.
012900   03 filler pic x(9) value "  VALUE: ".
013000   03 purged_tot pic zzzzzzz9.
013003   03 filler pic x(10) value "  IMAGES: ".
013006   03 purged_imgs pic zzzzz9.
013010
013020 01 ws_held_line.
013030   03 filler pic x(37)
013035      value "** HELD - PERIOD CLOSED **  RECORDS: ".
013040   03 held_recs pic zzzzz9.
013050   03 filler pic x(9) value "  VALUE: ".
013060   03 held_tot pic zzzzzzz9.
013100
013200 procedure division.
013210    accept ws_run_date from date yyyymmdd.
013220    accept ws_run_time_raw from time.
013300    perform read_purge_parms.
013400    perform open_purgerpt_1.
013500    perform open_calmastr_1.
013510    perform open_calmhist_1.
013520    perform open_calperd_1.
013530    perform open_srcimg_1.
013600    move " BEFORE PURGE" to hdr_phase.
013700    perform scan_master.
013800    perform write_scan_report.
013900    perform purge_master.
014000    move ws_purged_count to purged_recs.
014100    move ws_purged_tot to purged_tot.
014110    move ws_purged_imgs to purged_imgs.
014200    write purgerpt_1_file from ws_purged_line
014300      after advancing 1 line.
014310    if ws_held_count > zero
014320      move ws_held_count to held_recs
014330      move ws_held_tot to held_tot
014340      write purgerpt_1_file from ws_held_line
014350        after advancing 1 line
014360      move 4 to return-code
014370    end-if.
014400    move " AFTER PURGE" to hdr_phase.
014500    perform scan_master.
014600    perform write_scan_report.
014610    close purgerpt_1, calmastr_1, calmhist_1.
014620    if ws_calperd_open = 'Y'
014630      close calperd_1
014640    end-if.
014650    if ws_srcimg_open = 'Y'
014660      close srcimg_1
014670    end-if.
014800    stop run.
014900
015000 read_purge_parms section.
022000       move "CALMASTR.DAT" to ws_log_filename
022100       move ws_status_calmastr to ws_log_status
022200       move "MASTER UNAVAILABLE - PURGE REFUSED" to ws_log_msg
022206       perform log_file_error
022212       move 16 to return-code
022218       stop run
022224     end-if.
022230
022236 open_calmhist_1 section.
022242     open extend calmhist_1.
022248     if ws_status_calmhist = "35"
022254       open output calmhist_1
022260     end-if.
022266     if ws_status_calmhist not = "00"
022272       move "CALMHIST.DAT" to ws_log_filename
022278       move ws_status_calmhist to ws_log_status
022284       move "JOURNAL UNAVAILABLE - PURGE REFUSED" to ws_log_msg
022300       perform log_file_error
022400       move 16 to return-code
022500       stop run
036200     move cm100-bus-date to ws_cvt_date.
036300     perform date_to_serial.
036400     if ws_serial < ws_cutoff_serial
036410       move cm100-bus-date (1 : 6) to ws_chk_period
036420       perform check_period_closed
036430       if ws_period_closed = 'Y'
036440         add 1 to ws_held_count
036450         add cm100-calib-value to ws_held_tot
036460       end-if
036470     end-if.
036480     if ws_serial < ws_cutoff_serial and ws_period_closed = 'N'
036500       add 1 to ws_purged_count
036600       add cm100-calib-value to ws_purged_tot
036610       move cm100-key to mh100-key
036620       move 'D' to mh100-action
036630       move cm100-first-digit to mh100-before-first
036640       move cm100-last-digit  to mh100-before-last
036650       move cm100-calib-value to mh100-before-value
036700       delete calmastr_1
036800         invalid key
036900           continue
037600         move 16 to return-code
037700         stop run
037800       end-if
037810       perform write_master_history
037820       perform purge_source_image
037900     end-if.
038000
038100 date_to_serial section.
038950     compute ws_serial_m = (306001 * ws_cvt_m) / 10000.
039000     compute ws_serial = ws_serial + ws_serial_m + ws_cvt_dd.
039100
039109 write_master_history section.
039118     move zero to mh100-after-first.
039127     move zero to mh100-after-last.
039136     move zero to mh100-after-value.
039145     move "AOC_PURGE" to mh100-program.
039154     move ws_run_date to mh100-run-date.
039163     move ws_run_time_raw (1 : 6) to mh100-run-time.
039172     write calmhist_1_file from mh100-history-record
039181       after advancing 1 line.
039190
039200 log_file_error section.
039300     display ws_log_line.
039400
039401 open_calperd_1 section.
039402     open input calperd_1.
039403     if ws_status_calperd = "00"
039404       move 'Y' to ws_calperd_open
039405     else
039406       if ws_status_calperd not = "35"
039407         move "CALPERD.DAT" to ws_log_filename
039408         move ws_status_calperd to ws_log_status
039409         move "PERIOD FILE UNAVAILABLE - PURGE REFUSED"
039410           to ws_log_msg
039411         perform log_file_error
039412         move 16 to return-code
039413         stop run
039414       end-if
039415     end-if.
039416
039417 check_period_closed section.
039418     move 'N' to ws_period_closed.
039419     if ws_calperd_open = 'Y'
039420       if ws_chk_period not = ws_last_period
039421         move ws_chk_period to ws_last_period
039422         move 'N' to ws_last_closed
039423         move ws_chk_period to pd100-period
039424         read calperd_1
039425           invalid key
039426             continue
039427           not invalid key
039428             if pd100-closed
039429               move 'Y' to ws_last_closed
039430             end-if
039431         end-read
039432       end-if
039433       move ws_last_closed to ws_period_closed
039434     end-if.
039435
039436 open_srcimg_1 section.
039437     open i-o srcimg_1.
039438     if ws_status_srcimg = "00"
039439       move 'Y' to ws_srcimg_open
039440     else
039441       if ws_status_srcimg not = "35"
039442         move "SRCIMG.DAT" to ws_log_filename
039443         move ws_status_srcimg to ws_log_status
039444         move "IMAGE STORE UNAVAILABLE - PURGE REFUSED"
039445           to ws_log_msg
039446         perform log_file_error
039447         move 16 to return-code
039448         stop run
039449       end-if
039450     end-if.
039451
039452 purge_source_image section.
039453     if ws_srcimg_open = 'Y'
039454       move cm100-key to si100-key
039455       delete srcimg_1
039456         invalid key
039457           continue
039458       end-delete
039459       if ws_status_srcimg = "00"
039460         add 1 to ws_purged_imgs
039461       else
039462         if ws_status_srcimg not = "23"
039463           move "SRCIMG.DAT" to ws_log_filename
039464           move ws_status_srcimg to ws_log_status
039465           move "DELETE FAILED - PURGE ABANDONED" to ws_log_msg
039466           perform log_file_error
039467           move 16 to return-code
039468           stop run
039469         end-if
039470       end-if
039471     end-if.
039472
039500 end program aoc_purge.
