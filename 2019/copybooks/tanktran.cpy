        *> shared tank-transaction record layout: one line per
        *> movement of fuel waiting to be posted to the tank master -
        *> a delivery received, an issue drawn by a posted day1 run's
        *> allocation, or a physical dip reading. the quantity is
        *> free text, like the other hand-kept files, because
        *> receipts and dips are keyed in by hand; a dip quantity is
        *> the level the dip stick read, not a movement.
        01 tank_tran_record.
            05 tran_tank_id pic x(10).
            05 tran_gap_1 pic x(1).
            05 tran_type pic x(1).
                88 tran_receipt value 'R'.
                88 tran_issue value 'I'.
                88 tran_dip value 'D'.
            05 tran_gap_2 pic x(1).
            05 tran_date pic x(8).
            05 tran_gap_3 pic x(1).
            05 tran_quantity_text pic x(14).
            05 tran_gap_4 pic x(1).
            05 tran_reference pic x(30).
