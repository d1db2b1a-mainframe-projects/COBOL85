000200* bizcal.cpy - business calendar record, one per date,
000300* maintained by operations and read by rei9: a holiday skips
000400* the whole chain, the week-end and month-end flags release
000500* the "W" and "M" frequency steps for that night. rei60 uses
000550* the holidays and month-ends to date standing orders.
000600**-----------------------------------------------------------
000700  01 cal-record.
000800  02 cal-date            pic 9(8).
