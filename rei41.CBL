005300  fd  itm-bkp.
005400  01 ibk-record pic x(80).
005500  fd  cus-bkp.
005600  01 cbk-record pic x(74).
005700  fd  msu-bkp.
005800  01 mbk-record pic x(28).
005900  fd  bkp-ctl.
