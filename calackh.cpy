000100******************************************************************
000200*calackh.cpy
000300*
000400*record layout of the ledger acknowledgment history
000500*(ackhist.dat), the cumulative keyed record of how the ledger
000600*intake answered each branch file's extract records, one record
000700*per branch file and business date.  the acknowledgment match
000800*pass writes it from that night's matching results: records sent
000900*on the interface extract, posted, rejected by the ledger, and
001000*never acknowledged.  a rerun of the match for the same extract
001100*replaces the counts rather than adding to them.  the branch
001200*scorecard reads this file for the ledger acceptance rate.
001300******************************************************************
001400 01  ah100-history-record.
001500     05  ah100-key.
001600         10  ah100-branch-file  pic x(48).
001700         10  ah100-bus-date     pic 9(8).
001800     05  ah100-sent             pic 9(6).
001900     05  ah100-posted           pic 9(6).
002000     05  ah100-rejected         pic 9(6).
002100     05  ah100-unacked          pic 9(6).
002200     05  ah100-run-date         pic 9(8).
