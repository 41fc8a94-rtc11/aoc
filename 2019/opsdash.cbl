        *> and suspense queues, the manifest registry and the audit
        *> log - the last run's numbers, what is in or out of
        *> balance, what is waiting to be worked, what was
        *> registered overnight, which expected feeds feedchk found
        *> missing, late or sent twice, and every failure line the
        *> audit log recorded for that date. either it says clean
        *> and nothing waiting, or it points at exactly what is not.

        ENVIRONMENT DIVISION.
        input-output section.
            select audit_log_file assign to audit_log_filename
                organization is line sequential
                status is audit_log_file_status.
            select feed_status_file assign to feed_status_filename
                organization is line sequential
                status is feed_status_file_status.

        DATA DIVISION.
        file section.
        01 balance_record pic x(100).

        fd reject_file.
        01 reject_record pic x(171).

        fd suspense_file.
        01 suspense_record pic x(175).

        fd registry_file.
        01 registry_record.
            05 registry_mass_sum pic s9(9)v99.
            05 filler pic x(1).
            05 registry_run_ts pic x(14).
            05 filler pic x(1).
            05 registry_status pic x(1).
                88 registry_reversed value 'R'.
            05 filler pic x(1).
            05 registry_reversed_ts pic x(14).

        fd audit_log_file.
        01 audit_log_record.
            05 filler pic x(1).
            05 audit_message_in pic x(80).

        fd feed_status_file.
        copy "feedstat.cpy".

        working-storage section.
        01 run_history_filename pic x(11) value "runhist.txt".
        01 run_history_file_status pic xx.
            88 history_eof value 'y'.
        01 history_found_flag pic x value 'n'.
            88 history_found value 'y'.
        01 last_run_record pic x(300).
        01 last_run_ts pic x(14).
        01 last_run_date pic x(8).
        01 run_count_on_file pic 9(5) value zero.
        01 backout_count_on_file pic 9(5) value zero.
        01 balance_filename pic x(11) value "balance.txt".
        01 balance_file_status pic xx.
        01 balance_eof_flag pic x value 'n'.
            88 audit_eof value 'y'.
        01 audit_problem_count pic 9(5) value zero.
        01 audit_return_code_line pic x(80).
        01 feed_status_filename pic x(12) value "feedstat.txt".
        01 feed_status_file_status pic xx.
        01 feed_eof_flag pic x value 'n'.
            88 feed_eof value 'y'.
        01 feed_due_count pic 9(3) value zero.
        01 feed_exception_count pic 9(3) value zero.
        01 feed_date_checked pic x(8) value spaces.
        01 match_count pic 9(3).
        01 problem_flag pic x value 'n'.
            88 anything_waiting value 'y'.
           perform count_reject_queue
           perform count_suspense_queue
           perform count_registry_entries
           perform report_feed_check
           perform scan_audit_log
           perform print_verdict
           stop run.
                   at end
                       set history_eof to true
                   not at end
      *> a backout appends to the history too, but it is not a run.
                       if history_reversal_run
                           add 1 to backout_count_on_file
                       else
                           add 1 to run_count_on_file
                           set history_found to true
                           move run_history_record to last_run_record
                       end-if
               end-read
           end-perform.
           close run_history_file.
           move history_run_ts(1:8) to last_run_date.
           display "last run:      " history_run_ts " ("
               run_count_on_file " runs on file)".
           if backout_count_on_file > zero
               display "  backouts:    " backout_count_on_file
                   " manifest(s) backed out on file"
           end-if.
           display "  files:       "
               function trim(history_input_files).
           display "  modules:     " history_module_count
                               function trim(registry_filename_out)
                               " (" registry_record_count
                               " records)"
                           if registry_reversed
                               display "               backed out "
                                   registry_reversed_ts
                           end-if
                       end-if
               end-read
           end-perform.
           display "registry:      " registered_last_run
               " manifest(s) registered on " last_run_date.

        report_feed_check.
      *> feedchk rewrites its result every time it runs - whatever
      *> is on file is the latest check, and its date is shown so a
      *> check that did not run today is plain to see.
           open input feed_status_file.
           if feed_status_file_status not = '00'
               display "feeds:         no " feed_status_filename
                   " on file - expected feeds not checked"
               exit paragraph
           end-if.
           perform until feed_eof
               read feed_status_file
                   at end
                       set feed_eof to true
                   not at end
                       add 1 to feed_due_count
                       move feed_check_date to feed_date_checked
                       if not feed_on_time and not feed_processed
                           add 1 to feed_exception_count
                           display "  [FEED]       " feed_supplier
                               " " feed_status " "
                               function trim(feed_pattern)
                               " cut-off " feed_cutoff " "
                               function trim(feed_file_name)
                       end-if
               end-read
           end-perform.
           close feed_status_file.
           if feed_due_count = zero
               display "feeds:         none due at the last check"
               exit paragraph
           end-if.
           display "feeds:         " feed_due_count " due on "
               feed_date_checked ", " feed_exception_count
               " missing, late, awaited or duplicated".
           if feed_exception_count > zero
               set anything_waiting to true
           end-if.

        scan_audit_log.
      *> the audit log carries every failure day1 could still write
      *> about, plus the run's closing return-code line - pull out
