        *> shared tank stock-ledger record layout: one record
        *> appended per posted tank transaction, carrying the
        *> quantity that moved (a dip carries the book-to-dip
        *> adjustment, so it can be negative) and the book level the
        *> tank was left at - the running stock history behind the
        *> single level held on the tank master.
        01 stock_ledger_record.
            05 stock_tank_id pic x(10).
            05 stock_gap_1 pic x(1).
            05 stock_post_ts pic x(14).
            05 stock_gap_2 pic x(1).
            05 stock_tran_date pic x(8).
            05 stock_gap_3 pic x(1).
            05 stock_type pic x(1).
            05 stock_gap_4 pic x(1).
            05 stock_quantity pic s9(9)v99
                sign is leading separate.
            05 stock_gap_5 pic x(1).
            05 stock_book_level pic 9(9)v99.
            05 stock_gap_6 pic x(1).
            05 stock_reference pic x(30).
