        *> expected-feed check result, one record per feed the
        *> calendar had due on the check date - written fresh by
        *> feedchk each time it runs and read by opsdash for the
        *> morning page.
        01 feed_status_record.
            05 feed_check_date pic x(8).
            05 feed_gap_1 pic x(1).
            05 feed_supplier pic x(10).
            05 feed_gap_2 pic x(1).
            05 feed_status pic x(9).
                88 feed_on_time value "ON TIME".
                88 feed_processed value "PROCESSED".
                88 feed_awaited value "AWAITED".
                88 feed_late value "LATE".
                88 feed_duplicate value "DUPLICATE".
                88 feed_missing value "MISSING".
            05 feed_gap_3 pic x(1).
            05 feed_cutoff pic x(4).
            05 feed_gap_4 pic x(1).
            05 feed_arrival_ts pic x(14).
            05 feed_gap_5 pic x(1).
            05 feed_file_count pic 9(2).
            05 feed_gap_6 pic x(1).
            05 feed_file_name pic x(40).
            05 feed_gap_7 pic x(1).
            05 feed_pattern pic x(40).
