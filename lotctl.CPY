000100**-----------------------------------------------------------
000200* lotctl.cpy - run-control parameters for lot tracking.
000300* ctl-shelf-days gives rei12 a best-before date for receipts
000400* keyed without one (receipt date plus shelf days);
000500* ctl-expiry-days is how many days ahead rei52 lists lots
000600* as expiring. Defaults to 7 and 3 days when no control
000700* record is present.
000800**-----------------------------------------------------------
000900  01 lot-ctl-record.
001000  02 ctl-shelf-days       pic 9(3).
001100  02 ctl-expiry-days      pic 9(3).
