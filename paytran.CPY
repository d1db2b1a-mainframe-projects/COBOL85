000100**-----------------------------------------------------------
000200* paytran.cpy - customer payment transaction record, one
000300* payment per record, applied against the oldest AROPEN
000400* items by rei29 and listed on the deposit register. rei29
000450* also appends each posted payment to PAYHIST (payhist.cpy).
000500**-----------------------------------------------------------
000600  01 pay-record.
000700  02 pay-cust-id         pic x(6).
