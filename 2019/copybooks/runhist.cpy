        *> shared run-history record layout: one record appended per
        *> day1 run, carrying the totals and summary statistics that
        *> would otherwise be lost when totals.txt is overwritten.
        *> the ledger stamp is the stamp the run keyed its run-ledger
        *> entries under (blank on records from before it was
        *> carried), the run type says how the run came about, and
        *> the run fuel is what the run itself posted to the ledger -
        *> on a resubmit merge the totals above restate the merged
        *> position, the run fuel only the delta. a manifest backed
        *> out by backout appends a reversal record: its totals are
        *> the fuel taken back, its run fuel that fuel negated.
        01 run_history_record.
            05 history_run_ts pic x(14).
            05 history_gap_1 pic x(1).
            05 history_control_status pic x(8).
            05 history_gap_9 pic x(1).
            05 history_supplier_summary pic x(100).
            05 history_gap_10 pic x(1).
            05 history_ledger_stamp pic x(14).
            05 history_gap_11 pic x(1).
            05 history_run_type pic x(1).
                88 history_normal_run value 'N'.
                88 history_resubmit_run value 'M'.
                88 history_reversal_run value 'R'.
            05 history_gap_12 pic x(1).
            05 history_run_fuel_p1 pic s9(9)v99
                sign is leading separate.
            05 history_gap_13 pic x(1).
            05 history_run_fuel_p2 pic s9(9)v99
                sign is leading separate.
