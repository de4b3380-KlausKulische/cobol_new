000100******************************************************************
000200*brfxrec.cpy
000300*
000400*record layout of the branch file cross-reference
000500*(brfilex.dat), the cumulative keyed record of which branch code
000600*owns each branch extract file name.  the calibration master,
000700*the reject suspense file and the interface extract are all
000800*keyed by branch file name, and only the extract header carries
000900*the branch code, so this file is what lets a suspense item or a
001000*master record be traced back to the registered branch.  the
001100*nightly extract and the stream consolidation merge add or
001200*refresh an entry from every branchctl.dat "B" record that
001300*carries a validated header branch code, recording the first
001400*and most recent business date the file was seen; a file that
001500*moves to another branch code takes the newer owner.
001600******************************************************************
001700 01  bf100-xref-record.
001800     05  bf100-branch-file      pic x(48).
001900     05  bf100-branch-code      pic x(8).
002000     05  bf100-first-date       pic 9(8).
002100     05  bf100-last-date        pic 9(8).
