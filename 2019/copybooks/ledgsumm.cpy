        *> shared ledger-summary record layout: one record per module
        *> per closed month, written by ledgroll when it rolls that
        *> month's run-ledger detail off to the archive - the
        *> month-by-month history that stays online after the detail
        *> has gone. keyed on module id and month (yyyymm). the run
        *> count is net of runs backed out in the month, so it can
        *> go below zero for a month that holds only a backout.
        01 summary_record.
            05 summary_key.
                10 summary_module_id pic x(10).
                10 summary_month pic x(6).
            05 summary_entry_count pic 9(7).
            05 summary_run_count pic s9(5).
            05 summary_fuel_p1 pic s9(11)v99.
            05 summary_fuel_p2 pic s9(11)v99.
            05 summary_last_mass pic s9(6)v99.
            05 summary_first_run_ts pic x(14).
            05 summary_last_run_ts pic x(14).
            05 summary_rolled_ts pic x(14).
