002900  fd  back-ord.
003000      copy "backord.CPY".
003100  fd  back-new.
003299  01 bn-record pic x(37).
003300  fd  rel-trans.
003400      copy "ordtran.CPY".
003500  fd  itm-master.
013400          move bo-qty to ord-qty
013500          move bo-cust-id to ord-cust-id
013550          move "S" to ord-type
013558          if bo-quo-price is numeric
013566              move bo-quo-price to ord-quo-price
013574          else
013582              move 0 to ord-quo-price
013590          end-if
013600          write ord-record
013700          add 1 to released-count
013800          move "released" to dl-shobun
