000100******************************************************************
000200*calperd.cpy
000300*
000400*record layout of the accounting period control file
000500*(calperd.dat), one keyed record per calendar month that finance
000600*has closed.  the period close program writes the record when it
000700*issues the month's final branch calibration statements, carrying
000800*who closed the month, when, and the record count and closing
000900*total the statements reported.  a month that must be corrected
001000*afterwards is formally reopened through the same program, which
001100*marks the record reopened with the user, date and reason; closing
001200*it again reissues the statements.  every program that changes
001300*calmastr.dat for a business date - the nightly extract, the
001400*stream merge, the repair pass, the housekeeping purge - and the
001500*ledger resend read this file first and refuse a business date
001600*whose month is held closed.  a month with no record is open.
001700******************************************************************
001800 01  pd100-period-record.
001900     05  pd100-period           pic 9(6).
002000     05  pd100-status           pic x.
002100         88  pd100-closed           value "C".
002200         88  pd100-reopened         value "R".
002300     05  pd100-close-date       pic 9(8).
002400     05  pd100-close-time       pic 9(6).
002500     05  pd100-close-user       pic x(8).
002600     05  pd100-close-recs       pic 9(8).
002700     05  pd100-close-total      pic 9(10).
002800     05  pd100-close-count      pic 9(3).
002900     05  pd100-reopen-date      pic 9(8).
003000     05  pd100-reopen-time      pic 9(6).
003100     05  pd100-reopen-user      pic x(8).
003200     05  pd100-reopen-reason    pic x(30).
003300     05  filler                 pic x(18).
