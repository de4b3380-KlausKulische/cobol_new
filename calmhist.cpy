000100******************************************************************
000200*calmhist.cpy
000300*
000400*record layout of the calibration master change journal
000500*(calmhist.dat), the cumulative sequential history of every add,
000600*rewrite and delete made against calmastr.dat.  each program
000700*that changes the master - the nightly extract and the stream
000800*consolidation merge (adds, and rewrites on a rerun), the repair
000900*pass (repaired values) and the master housekeeping purge
001000*(deletes) - reads the record before changing it and appends
001100*one entry here carrying the master key, the before and after
001200*first digit, last digit and calibration value, the program
001300*that made the change and the run date and time.  an add has a
001400*zero before image and a delete a zero after image.  the file
001500*is only ever extended; the history report reads it to answer
001600*what a key said before it was changed.
001700******************************************************************
001800 01  mh100-history-record.
001900     05  mh100-key.
002000         10  mh100-branch-file  pic x(48).
002100         10  mh100-bus-date     pic 9(8).
002200         10  mh100-rec-num      pic 9(6).
002300     05  mh100-action           pic x.
002400         88  mh100-added            value "A".
002500         88  mh100-changed          value "C".
002600         88  mh100-deleted          value "D".
002700     05  mh100-before-first     pic 9.
002800     05  mh100-before-last      pic 9.
002900     05  mh100-before-value     pic 9(6).
003000     05  mh100-after-first      pic 9.
003100     05  mh100-after-last       pic 9.
003200     05  mh100-after-value      pic 9(6).
003300     05  mh100-program          pic x(10).
003400     05  mh100-run-date         pic 9(8).
003500     05  mh100-run-time         pic 9(6).
