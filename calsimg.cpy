000100******************************************************************
000200*calsimg.cpy
000300*
000400*record layout of the source record image store (srcimg.dat),
000500*the keyed copy of the raw 65-byte branch extract record behind
000600*every value posted to the calibration master.  the key is the
000700*calibration master key (branch file name, business date and
000800*record number within the file), so a disputed value can be
000900*shown beside the exact text it was read from long after the
001000*branch extract has left staging.  an image is posted only when
001100*its master record is on file, and the purge removes it when it
001200*removes the master record, so an image never exists without its
001300*master record.  a master record can exist without an image - a
001310*value posted by the reject repair has no extract text behind
001320*it.  a rerun of the same business date rewrites the image.
001400*the same layout is used for the per-run extract (srcimgx.dat)
001500*each stream passes to the merge.
001600******************************************************************
001700 01  si100-image-record.
001800     05  si100-key.
001900         10  si100-branch-file  pic x(48).
002000         10  si100-bus-date     pic 9(8).
002100         10  si100-rec-num      pic 9(6).
002200     05  si100-raw-text         pic x(65).
002300     05  si100-run-date         pic 9(8).
