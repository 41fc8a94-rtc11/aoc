        *> day1 appends to: prints each run's totals with deltas
        *> against the run before it and a rolling three-run average
        *> of the part-2 total, so a jump in this week's numbers can
        *> be traced to manifest growth or to something odd. manifests
        *> backed out are listed between the runs, out of the trend.

        ENVIRONMENT DIVISION.
        input-output section.
           copy "closeinput.cpy".

        report_one_run.
      *> a backout is listed where it happened but stays out of the
      *> run-over-run figures - it is not a run.
           if history_reversal_run
               perform report_one_backout
               exit paragraph
           end-if.
           add 1 to run_number.
           display " ".
           display "run " run_number " at " history_run_ts
           move history_total_p1 to prev_total_p1.
           move history_total_p2 to prev_total_p2.

        report_one_backout.
           display " ".
           display "backout at " history_run_ts
               " of " function trim(history_input_files).
           display "  modules: " history_module_count
               " p1 reversed: " history_total_p1
               " p2 reversed: " history_total_p2.

        report_deltas.
           subtract prev_total_p1 from history_total_p1
               giving delta_p1.
