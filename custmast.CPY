000100**-----------------------------------------------------------
000200* custmast.cpy - customer master record, looked up by rei5.
000225* cust-rep-code is the REPMAST sales rep who looks after the
000250* customer and cust-territory the sales territory, both set
000275* through rei11 and used by the rei66 commission run.
000300**-----------------------------------------------------------
000400  01 cust-record.
000500  02 cust-id              pic x(6).
000900  88 cust-active          value "A".
001000  88 cust-inactive        value "I".
001100  02 cust-credit-limit    pic 9(9).
001200  02 cust-rep-code        pic x(4).
001300  02 cust-territory       pic x(4).
