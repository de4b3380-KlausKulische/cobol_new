000100 identification division.
000200 program-id. aoc_srclst.
000300
000400 environment division.
000500 input-output section.
000600  file-control.
000700  select srcreq_1 assign to 'srcreq.dat'
000800  organization is line sequential
000900  file status is ws_status_srcreq.
001000  select srcrpt_1 assign to 'srcrpt.txt'
001100  organization is line sequential
001200  file status is ws_status_srcrpt.
001300  select calmastr_1 assign to 'calmastr.dat'
001400  organization is indexed
001500  access is dynamic
001600  record key is cm100-key
001700  file status is ws_status_calmastr.
001800  select srcimg_1 assign to 'srcimg.dat'
001900  organization is indexed
002000  access is dynamic
002100  record key is si100-key
002200  file status is ws_status_srcimg.
002300
002400 data division.
002500 file section.
002600 fd srcreq_1.
002700 01 srcreq_1_file pic x(70).
002800 fd srcrpt_1.
002900 01 srcrpt_1_file pic x(180).
003000 fd calmastr_1.
003100     copy "calmrec.cpy".
003200 fd srcimg_1.
003300     copy "calsimg.cpy".
003400
003500 working-storage section.
003600 01 ws_status_srcreq   pic x(2) value "00".
003700 01 ws_status_srcrpt   pic x(2) value "00".
003800 01 ws_status_calmastr pic x(2) value "00".
003900 01 ws_status_srcimg   pic x(2) value "00".
004000 01 ws_srcimg_open     pic a value 'N'.
004100 01 ws-eof pic a value 'N'.
004200 01 ws_scan_eof pic a value 'N'.
004300 01 ws_request_count pic 9(6) value zero.
004400 01 ws_invalid_count pic 9(6) value zero.
004500 01 ws_listed_count  pic 9(6) value zero.
004600 01 ws_noimg_count   pic 9(6) value zero.
004700 01 ws_card_hits     pic 9(6) value zero.
004800 01 ws_card_kind     pic x value space.
004900 01 ws_image_found   pic a value 'N'.
005000 01 ws_log_line.
005100   03 ws_log_prefix     pic x(14) value "** IO ERROR **".
005200   03 filler            pic x value space.
005300   03 ws_log_filename   pic x(48).
005400   03 filler            pic x value space.
005500   03 ws_log_status_txt pic x(8) value "STATUS: ".
005600   03 ws_log_status     pic x(2).
005700   03 filler            pic x(2) value space.
005800   03 ws_log_msg        pic x(40).
005900
006000 01 ws_src_card.
006100   03 sc_name  pic x(48).
006200   03 sc_date  pic x(8).
006300   03 sc_rec   pic x(6).
006400   03 sc_date2 pic x(8).
006500
006600 01 ws_req_line.
006700   03 filler pic x(14) value "** SOURCE  : ".
006800   03 req_card pic x(70).
006900
007000 01 ws_src_line.
007100   03 src_name pic x(48).
007200   03 filler pic x(7) value " DATE: ".
007300   03 src_date pic 9(8).
007400   03 filler pic x(6) value " REC: ".
007500   03 src_rec pic zzzzz9.
007600   03 filler pic x(9) value "  VALUE: ".
007700   03 src_value pic zzzzz9.
007800   03 filler pic x(10) value "  DIGITS: ".
007900   03 src_first pic 9.
008000   03 filler pic x value "/".
008100   03 src_last pic 9.
008200   03 filler pic x(10) value "  SOURCE: ".
008300   03 src_text pic x(65).
008400
008500 01 ws_nomast_line.
008600   03 nomast_name pic x(48).
008700   03 filler pic x(7) value " DATE: ".
008800   03 nomast_date pic 9(8).
008900   03 filler pic x(6) value " REC: ".
009000   03 nomast_rec pic zzzzz9.
009100   03 filler pic x(28) value "  ** NOT ON MASTER **".
009200   03 filler pic x(10) value "  SOURCE: ".
009300   03 nomast_text pic x(65).
009400
009500 01 ws_cnt_line.
009600   03 filler pic x(13) value "   RECORDS: ".
009700   03 cnt_hits pic zzzzz9.
009800
009900 01 ws_none_line.
010000   03 filler pic x(19) value "   ** NOT FOUND **".
010100
010200 01 ws_src_bad.
010300   03 bad_card pic x(70).
010400   03 filler pic x(20) value "  ** CARD INVALID **".
010500
010600 01 ws_src_trailer.
010700   03 filler pic x(16) value "** REQUESTS :".
010800   03 src_t_reqs pic zzzzz9.
010900   03 filler pic x(12) value "  INVALID :".
011000   03 src_t_bad pic zzzzz9.
011100   03 filler pic x(11) value "  LISTED :".
011200   03 src_t_listed pic zzzzz9.
011300   03 filler pic x(13) value "  NO IMAGE :".
011400   03 src_t_noimg pic zzzzz9.
011500
011600 procedure division.
011700    open input srcreq_1.
011800    if ws_status_srcreq not = "00"
011900      move "SRCREQ.DAT" to ws_log_filename
012000      move ws_status_srcreq to ws_log_status
012100      move "OPEN INPUT FAILED" to ws_log_msg
012200      perform log_file_error
012300      move 16 to return-code
012400      stop run
012500    end-if.
012600    open output srcrpt_1.
012700    if ws_status_srcrpt not = "00"
012800      move "SRCRPT.TXT" to ws_log_filename
012900      move ws_status_srcrpt to ws_log_status
013000      move "OPEN FAILED" to ws_log_msg
013100      perform log_file_error
013200      move 16 to return-code
013300      stop run
013400    end-if.
013500    open input calmastr_1.
013600    if ws_status_calmastr not = "00"
013700      move "CALMASTR.DAT" to ws_log_filename
013800      move ws_status_calmastr to ws_log_status
013900      move "MASTER UNAVAILABLE - NO LOOKUPS DONE" to ws_log_msg
014000      perform log_file_error
014100      move 16 to return-code
014200      stop run
014300    end-if.
014400    open input srcimg_1.
014500    if ws_status_srcimg = "00"
014600      move 'Y' to ws_srcimg_open
014700    else
014800      if ws_status_srcimg not = "35"
014900        move "SRCIMG.DAT" to ws_log_filename
015000        move ws_status_srcimg to ws_log_status
015100        move "IMAGE STORE UNAVAILABLE - NO LISTING"
015200          to ws_log_msg
015300        perform log_file_error
015400        move 16 to return-code
015500        stop run
015600      end-if
015700    end-if.
015800    perform until ws-eof = 'Y'
015900      read srcreq_1 into ws_src_card
016000         at end
016100            move 'Y' to ws-eof
016200         not at end
016300           if ws_status_srcreq not = "00"
016400             move "SRCREQ.DAT" to ws_log_filename
016500             move ws_status_srcreq to ws_log_status
016600             move "READ ERROR - REQUESTS ABANDONED"
016700               to ws_log_msg
016800             perform log_file_error
016900             move 16 to return-code
017000             stop run
017100           end-if
017200           perform answer_one_request
017300      end-read
017400    end-perform.
017500    move ws_request_count to src_t_reqs.
017600    move ws_invalid_count to src_t_bad.
017700    move ws_listed_count  to src_t_listed.
017800    move ws_noimg_count   to src_t_noimg.
017900    write srcrpt_1_file from ws_src_trailer
018000      after advancing 1 line.
018100    if ws_invalid_count > zero
018200      move 8 to return-code
018300    end-if.
018400    close srcreq_1, srcrpt_1, calmastr_1.
018500    if ws_srcimg_open = 'Y'
018600      close srcimg_1
018700    end-if.
018800    stop run.
018900
019000 answer_one_request section.
019100     if ws_src_card = spaces
019200       continue
019300     else
019400       perform answer_one_card
019500     end-if.
019600
019700 answer_one_card section.
019800     add 1 to ws_request_count.
019900     move space to ws_card_kind.
020000     evaluate true
020100       when sc_rec = "ALL"
020200         if sc_name not = spaces
020300            and (sc_date = spaces or sc_date numeric)
020400           move 'B' to ws_card_kind
020500         end-if
020600       when sc_rec = "RANGE"
020700         if sc_date2 = spaces
020800           move sc_date to sc_date2
020900         end-if
021000         if sc_date numeric and sc_date2 numeric
021100            and sc_date2 not < sc_date
021200           move 'R' to ws_card_kind
021300         end-if
021400       when other
021500         if sc_name not = spaces
021600            and sc_date numeric and sc_rec numeric
021700           move 'K' to ws_card_kind
021800         end-if
021900     end-evaluate.
022000     if ws_card_kind = space
022100       add 1 to ws_invalid_count
022200       move ws_src_card to bad_card
022300       write srcrpt_1_file from ws_src_bad
022400         after advancing 1 line
022500     else
022600       move ws_src_card to req_card
022700       write srcrpt_1_file from ws_req_line
022800         after advancing 1 line
022900       move zero to ws_card_hits
023000       if ws_card_kind = 'K'
023100         perform list_one_key
023200       else
023300         perform scan_master
023400       end-if
023500       if ws_card_hits = zero
023600         write srcrpt_1_file from ws_none_line
023700           after advancing 1 line
023800       else
023900         move ws_card_hits to cnt_hits
024000         write srcrpt_1_file from ws_cnt_line
024100           after advancing 1 line
024200       end-if
024300     end-if.
024400
024500 list_one_key section.
024600     move sc_name to cm100-branch-file.
024700     move sc_date to cm100-bus-date.
024800     move sc_rec  to cm100-rec-num.
024900     read calmastr_1
025000       invalid key
025100         perform list_image_only
025200       not invalid key
025300         perform write_source_line
025400     end-read.
025500
025600 list_image_only section.
025700     move cm100-key to si100-key.
025800     perform find_source_image.
025900     if ws_image_found = 'Y'
026000       add 1 to ws_card_hits
026100       add 1 to ws_listed_count
026200       move si100-branch-file to nomast_name
026300       move si100-bus-date    to nomast_date
026400       move si100-rec-num     to nomast_rec
026500       move si100-raw-text    to nomast_text
026600       write srcrpt_1_file from ws_nomast_line
026700         after advancing 1 line
026800     end-if.
026900
027000 scan_master section.
027100     move 'N' to ws_scan_eof.
027200     if sc_name = spaces
027300       move low-values to cm100-key
027400     else
027500       move sc_name to cm100-branch-file
027600       if sc_date numeric
027700         move sc_date to cm100-bus-date
027800       else
027900         move zero to cm100-bus-date
028000       end-if
028100       move zero to cm100-rec-num
028200     end-if.
028300     start calmastr_1 key is not < cm100-key
028400       invalid key
028500         move 'Y' to ws_scan_eof
028600     end-start.
028700     perform until ws_scan_eof = 'Y'
028800       read calmastr_1 next
028900          at end
029000             move 'Y' to ws_scan_eof
029100          not at end
029200            if ws_status_calmastr not = "00"
029300              move "CALMASTR.DAT" to ws_log_filename
029400              move ws_status_calmastr to ws_log_status
029500              move "READ ERROR - REQUESTS ABANDONED"
029600                to ws_log_msg
029700              perform log_file_error
029800              move 16 to return-code
029900              stop run
030000            end-if
030100            perform select_master_record
030200       end-read
030300     end-perform.
030400
030500 select_master_record section.
030600     if sc_name not = spaces
030700        and cm100-branch-file not = sc_name
030800       move 'Y' to ws_scan_eof
030900     else
031000       evaluate ws_card_kind
031100         when 'B'
031200           if sc_date numeric
031300             if cm100-bus-date not = sc_date
031400               move 'Y' to ws_scan_eof
031500             else
031600               perform write_source_line
031700             end-if
031800           else
031900             perform write_source_line
032000           end-if
032100         when 'R'
032200           if cm100-bus-date not < sc_date
032300              and cm100-bus-date not > sc_date2
032400             perform write_source_line
032500           end-if
032600       end-evaluate
032700     end-if.
032800
032900 write_source_line section.
033000     add 1 to ws_card_hits.
033100     add 1 to ws_listed_count.
033200     move cm100-branch-file to src_name.
033300     move cm100-bus-date    to src_date.
033400     move cm100-rec-num     to src_rec.
033500     move cm100-calib-value to src_value.
033600     move cm100-first-digit to src_first.
033700     move cm100-last-digit  to src_last.
033800     move cm100-key to si100-key.
033900     perform find_source_image.
034000     if ws_image_found = 'Y'
034100       move si100-raw-text to src_text
034200     else
034300       add 1 to ws_noimg_count
034400       move "** NO SOURCE IMAGE KEPT **" to src_text
034500     end-if.
034600     write srcrpt_1_file from ws_src_line
034700       after advancing 1 line.
034800
034900 find_source_image section.
035000     move 'N' to ws_image_found.
035100     if ws_srcimg_open = 'Y'
035200       read srcimg_1
035300         invalid key
035400           continue
035500         not invalid key
035600           move 'Y' to ws_image_found
035700       end-read
035800     end-if.
035900
036000 log_file_error section.
036100     display ws_log_line.
036200
036300 end program aoc_srclst.
