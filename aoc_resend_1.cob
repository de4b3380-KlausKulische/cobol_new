001800  select resendlog_1 assign to 'resendlog.txt'
001900  organization is line sequential
002000  file status is ws_status_resendlog.
002010  select calperd_1 assign to 'calperd.dat'
002020  organization is indexed
002030  access is dynamic
002040  record key is pd100-period
002050  file status is ws_status_calperd.
002100
002200 data division.
002300 file section.
002900 01 intface_1_file pic x(80).
003000 fd resendlog_1.
003100 01 resendlog_1_file pic x(110).
003110 fd calperd_1.
003120     copy "calperd.cpy".
003200
003300 working-storage section.
003400 01 ws_status_resendprm pic x(2) value "00".
003500 01 ws_status_calmastr  pic x(2) value "00".
003600 01 ws_status_intface   pic x(2) value "00".
003700 01 ws_status_resendlog pic x(2) value "00".
003710 01 ws_status_calperd   pic x(2) value "00".
003800 01 ws_scan_eof pic a value 'N'.
003900 01 ws_write_pass pic a value 'N'.
004000 01 ws_run_date     pic 9(8) value zero.
008100    accept ws_run_date from date yyyymmdd.
008200    accept ws_run_time_raw from time.
008300    perform read_resend_parms.
008310    perform check_period_lock.
008400    perform open_calmastr_1.
008500    move 'N' to ws_write_pass.
008600    perform scan_master_for_date.
024800 log_file_error section.
024900     display ws_log_line.
025000
025002 check_period_lock section.
025004     open input calperd_1.
025006     if ws_status_calperd not = "00"
025008        and ws_status_calperd not = "35"
025010       move "CALPERD.DAT" to ws_log_filename
025012       move ws_status_calperd to ws_log_status
025014       move "PERIOD FILE UNAVAILABLE - RESEND REFUSED"
025016         to ws_log_msg
025018       perform log_file_error
025020       move 16 to return-code
025022       stop run
025024     end-if.
025026     if ws_status_calperd = "00"
025028       move ws_card_date (1 : 6) to pd100-period
025030       read calperd_1
025032         invalid key
025034           continue
025036         not invalid key
025038           if pd100-closed
025040             move "RESENDPRM.DAT" to ws_log_filename
025042             move "  " to ws_log_status
025044             move "DATE IN CLOSED PERIOD - REOPEN REQD"
025046               to ws_log_msg
025048             perform log_file_error
025050             close calperd_1
025052             move 16 to return-code
025054             stop run
025056           end-if
025058       end-read
025060       close calperd_1
025062     end-if.
025064
025100 end program aoc_resend.
