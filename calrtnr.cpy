000100******************************************************************
000200*calrtnr.cpy
000300*
000400*record layouts of the branch return notice files
000500*(rtn.<branch code>.<business date>.dat), written each night for
000600*every active registered branch so the branch can correct bad
000700*data at source.  fixed positions, no captions or zero
000800*suppression, 140 bytes:
000900*
001000*  "H" header     - branch code, name and region, the business
001100*                   date the notice covers and when it was cut
001200*  "F" file fail  - a branch file that failed its header/trailer
001300*                   controls or was listed but not found, with the
001400*                   exception code, reason and the declared and
001500*                   counted amounts where the controls disagreed
001600*  "R" reject     - a record rejected tonight, with its raw text
001700*  "D" duplicate  - a record that duplicated another branch's
001800*                   record, with the other file and its branch
001900*  "S" suspense   - a reject from an earlier night still open in
002000*                   suspense, with its age in days and raw text
002100*  "C" control    - the count of each detail type and the count
002200*                   of all records in the notice including the
002300*                   header and this control record, so the branch
002400*                   can confirm it received the whole file
002500*
002600*every active branch gets a notice, with only the header and the
002700*control record on a clean night.  the branch systems load this
002800*layout; field positions must never be changed unilaterally.
002900******************************************************************
003000 01  rn100-header-record.
003100     05  rn100-h-type          pic x.
003200         88  rn100-header          value "H".
003300     05  rn100-h-branch-code   pic x(8).
003400     05  rn100-h-branch-name   pic x(30).
003500     05  rn100-h-region        pic x(8).
003600     05  rn100-h-bus-date      pic 9(8).
003700     05  rn100-h-run-date      pic 9(8).
003800     05  rn100-h-run-time      pic 9(6).
003900     05  filler                pic x(71).
004000
004100 01  rn100-fail-record.
004200     05  rn100-f-type          pic x.
004300         88  rn100-file-fail       value "F".
004400     05  rn100-f-branch-file   pic x(48).
004500     05  rn100-f-code          pic x(8).
004600     05  rn100-f-reason        pic x(40).
004700     05  rn100-f-expected      pic 9(10).
004800     05  rn100-f-actual        pic 9(10).
004900     05  filler                pic x(23).
005000
005100 01  rn100-reject-record.
005200     05  rn100-r-type          pic x.
005300         88  rn100-reject          value "R".
005400     05  rn100-r-branch-file   pic x(48).
005500     05  rn100-r-bus-date      pic 9(8).
005600     05  rn100-r-rec-num       pic 9(6).
005700     05  rn100-r-raw-text      pic x(65).
005800     05  filler                pic x(12).
005900
006000 01  rn100-dup-record.
006100     05  rn100-d-type          pic x.
006200         88  rn100-duplicate       value "D".
006300     05  rn100-d-branch-file   pic x(48).
006400     05  rn100-d-rec-num       pic 9(6).
006500     05  rn100-d-other-file    pic x(48).
006600     05  rn100-d-other-branch  pic x(8).
006700     05  filler                pic x(29).
006800
006900 01  rn100-susp-record.
007000     05  rn100-s-type          pic x.
007100         88  rn100-suspense        value "S".
007200     05  rn100-s-branch-file   pic x(48).
007300     05  rn100-s-bus-date      pic 9(8).
007400     05  rn100-s-rec-num       pic 9(6).
007500     05  rn100-s-days-open     pic 9(5).
007600     05  rn100-s-raw-text      pic x(65).
007700     05  filler                pic x(7).
007800
007900 01  rn100-control-record.
008000     05  rn100-c-type          pic x.
008100         88  rn100-control         value "C".
008200     05  rn100-c-branch-code   pic x(8).
008300     05  rn100-c-bus-date      pic 9(8).
008400     05  rn100-c-fail-count    pic 9(6).
008500     05  rn100-c-rej-count     pic 9(6).
008600     05  rn100-c-dup-count     pic 9(6).
008700     05  rn100-c-susp-count    pic 9(6).
008800     05  rn100-c-rec-count     pic 9(8).
008900     05  filler                pic x(91).
