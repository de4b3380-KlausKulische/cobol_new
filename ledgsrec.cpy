000100******************************************************************
000200*ledgsrec.cpy
000300*
000400*record layout of the ledger rejection suspense file
000500*(ledgsusp.dat), the cumulative keyed record of every extract
000600*detail record the ledger intake turned away with an "R"
000700*acknowledgment, keyed exactly as the calibration master and the
000800*interface extract are keyed (branch file name, business date,
000900*record number within the file).  the acknowledgment match pass
001000*opens an item for each ledger rejection, carrying the value
001100*that was sent and the ledger's reason code, and closes it when
001200*a later acknowledgment for the same key comes back posted.
001300*ops work the open items through the ledger suspense pass: an
001400*item is either marked for resubmission, in which case that
001500*pass carries it back to the ledger on the resubmission extract
001600*(ledgresub.dat, intface.dat layout) and holds it as sent until
001700*the ledger answers, or written off with a reason.  a sent item
001800*the ledger turns away again is reopened with the new reason.
001900******************************************************************
002000 01  ls100-suspense-record.
002100     05  ls100-key.
002200         10  ls100-branch-file  pic x(48).
002300         10  ls100-bus-date     pic 9(8).
002400         10  ls100-rec-num      pic 9(6).
002500     05  ls100-status           pic x.
002600         88  ls100-open-item        value "O".
002700         88  ls100-resub-marked     value "M".
002800         88  ls100-resub-sent       value "S".
002900         88  ls100-written-off      value "W".
003000         88  ls100-closed-item      value "C".
003100     05  ls100-calib-value      pic 9(6).
003200     05  ls100-reason           pic x(4).
003300     05  ls100-added-date       pic 9(8).
003400     05  ls100-action-date      pic 9(8).
003500     05  ls100-action-user      pic x(8).
003600     05  ls100-resub-date       pic 9(8).
003700     05  ls100-resub-count      pic 9(3).
003800     05  ls100-closed-date      pic 9(8).
003900     05  ls100-writeoff-reason  pic x(30).
