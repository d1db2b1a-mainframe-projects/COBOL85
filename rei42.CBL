005500  fd  itm-bkp.
005600  01 ibk-record pic x(80).
005700  fd  cus-bkp.
005800  01 cbk-record pic x(74).
005900  fd  msu-bkp.
006000  01 mbk-record pic x(28).
006100  fd  print-file.
