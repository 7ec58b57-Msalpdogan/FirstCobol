000030* write: the program that wrote, the date and time it wrote,
000040* the action, and the full before and after record images.
000050* Every program that writes the master (PI, ACCTMNT, MNTAPPR,
000060* TRANPOST, FEEPOST, DORMANT, LOANCLS) extends this journal; the
000070* recovery utility (ACCTRCVR) replays it against a backup copy of
000080* the master to roll it forward to any point in the day. An add
000090* carries spaces as its before image; a delete carries spaces
000100* as its after image.
000110*-------------------------------------------------------------------
