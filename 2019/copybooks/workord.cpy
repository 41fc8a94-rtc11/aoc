        *> shared fueling work-order record layout: one line per
        *> module day1 allocated fuel for, in loading sequence - the
        *> order the modules appeared in the run's manifests - with
        *> the tank the fuel is drawn from. a module whose fuel
        *> straddles the end of one tank draw carries the second
        *> tank as well; a module the tanks could not cover in full
        *> carries the quantity short and a status to say so.
        01 work_order_record.
            05 wo_run_ts pic x(14).
            05 wo_gap_1 pic x(1).
            05 wo_number pic 9(5).
            05 wo_gap_2 pic x(1).
            05 wo_module_id pic x(10).
            05 wo_gap_3 pic x(1).
            05 wo_section pic x(30).
            05 wo_gap_4 pic x(1).
            05 wo_tank_id pic x(10).
            05 wo_gap_5 pic x(1).
            05 wo_split_tank_id pic x(10).
            05 wo_gap_6 pic x(1).
            05 wo_quantity pic 9(9)v99.
            05 wo_gap_7 pic x(1).
            05 wo_short_quantity pic 9(9)v99.
            05 wo_gap_8 pic x(1).
            05 wo_status pic x(1).
                88 wo_fully_allocated value space.
                88 wo_part_short value 'P'.
                88 wo_unallocated value 'S'.
