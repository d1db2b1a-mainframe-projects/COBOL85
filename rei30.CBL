003200  fd  ord-hold.
003300      copy "ordhold.CPY".
003400  fd  hold-new.
003500  01 hln-record pic x(58).
003600  fd  hld-rel.
003700      copy "hldrel.CPY".
003800  fd  rel-trans.
021600      move hld-cust-id to ord-cust-id.
021700      move hld-type to ord-type.
021800      move hld-ship-to to ord-ship-to.
021816      if hld-quo-price is numeric
021832          move hld-quo-price to ord-quo-price
021848      else
021864          move 0 to ord-quo-price
021880      end-if.
021900      write ord-record.
022000  emit-order-exit.
022100      exit.
