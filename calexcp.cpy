000100******************************************************************
000200*calexcp.cpy
000300*
000400*record layout of the shared nightly exception file
000500*(nightexc.dat).  every program in the nightly cycle appends one
000600*record here for each condition it reports on its own print file,
000700*so the operations console and the scheduler's alerting can read
000800*one fixed-layout file instead of five reports and a bare return
000900*code.  the extract (or, in the parallel job, the stream merge,
001000*which also carries forward the records its streams wrote) starts
001100*the file afresh for each new business date, after the job's first
001200*step has re-archived the previous date's file; the balance and
001210*reconciliation steps extend it before the night's archive and
001220*digest steps, and the ledger acknowledgement and suspense aging
001230*programs, which run outside the nightly job, extend it after
001240*them, so their records reach the archive and digest through that
001300*first step of the next night.
001400*
001500*each record carries the business date, the program, a severity
001600*(w = warning, e = exception that holds the archive steps,
001700*s = severe), an exception code, the branch file or branch code
001800*concerned (or the control that failed), the record number where
001900*one applies, the expected and actual amounts or counts, the
002000*reason text and the run date and time that wrote it.
002100*
002200*codes -
002300*  aoc_1      valfail  file failed header/trailer controls
002400*             filemiss listed branch file not found
002500*             fileskip validated file could not be reopened
002600*             dupfile  file listed twice in filelist.dat
002700*             duprec   record duplicates another branch's record
002800*             rejects  records rejected from a branch file
002900*             missbr   registered daily branch sent no file
003000*  aoc_merge  missbr   (as aoc_1, at the consolidated level)
003100*  aoc_bal    outbal   two total carriers disagree
003200*             nogrec   no g record on branchctl.dat
003300*             nottrl   no t trailer on intface.dat
003400*             norunlog no run log entry for the business date
003500*  aoc_recon  vartol   total or count movement past tolerance
003600*             brabsent branch in prior generation absent tonight
003700*             brnew    branch new tonight
003800*             noprior  no prior generation to reconcile against
003900*  aoc_ack    ackbad   acknowledgement record invalid
004000*             ackdup   duplicate acknowledgement
004100*             ackorph  acknowledgement with no extract
004200*             noack    extract record never acknowledged
004300*             ledgrej  record rejected by the ledger
004400*             resubrej resubmitted record rejected again
004500*             ackfoot  declared and footed controls disagree
004600*             nottrl   no t trailer on intface.dat
004700*             dupextr  duplicate extract keys on intface.dat
004800*  aoc_aging  suspaged reject open in suspense past the cutoff
004810*  aoc_notice ntcnobr  item whose file maps to no branch code
004820*             ntcunsnt items for no active registered branch
004900******************************************************************
005000 01  ex100-exception-record.
005100     05  ex100-bus-date         pic 9(8).
005200     05  ex100-program          pic x(10).
005300     05  ex100-severity         pic x.
005400         88  ex100-warning          value "W".
005500         88  ex100-error            value "E".
005600         88  ex100-severe           value "S".
005700     05  ex100-code             pic x(8).
005800     05  ex100-subject          pic x(48).
005900     05  ex100-rec-num          pic 9(6).
006000     05  ex100-expected         pic 9(10).
006100     05  ex100-actual           pic 9(10).
006200     05  ex100-text             pic x(40).
006300     05  ex100-run-date         pic 9(8).
006400     05  ex100-run-time         pic 9(6).
006500     05  filler                 pic x(5).
