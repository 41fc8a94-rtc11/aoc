                record key is master_module_id
                status is module_master_status.
            select run_ledger_file assign to run_ledger_filename
                organization is indexed
                access is dynamic
                record key is ledger_key
                status is run_ledger_status.
            select ledger_summary_file
                assign to ledger_summary_filename
                organization is indexed
                access is dynamic
                record key is summary_key
                status is ledger_summary_status.

        DATA DIVISION.
        file section.
        fd run_ledger_file.
        copy "runledg.cpy".

        fd ledger_summary_file.
        copy "ledgsumm.cpy".

        working-storage section.
        01 module_master_filename pic x(13) value "modmaster.dat".
        01 module_master_status pic xx.
        01 inquiry_id pic x(10).
        01 run_ledger_filename pic x(13) value "runledger.dat".
        01 run_ledger_status pic xx.
        01 ledger_eof_flag pic x value 'n'.
            88 ledger_eof value 'y'.
        01 ledger_shown_count pic 9(5).
        01 ledger_summary_filename pic x(12) value "ledgsumm.dat".
        01 ledger_summary_status pic xx.
        01 summary_eof_flag pic x value 'n'.
            88 summary_eof value 'y'.
        01 summary_shown_count pic 9(5).
        01 status_word pic x(8).

        PROCEDURE DIVISION.
        main.
           display "cumulative fuel p2: " master_cumulative_p2.
           display "runs appeared in:   " master_run_count.
           display "last run:           " master_last_run_ts.
           evaluate true
               when master_on_hold
                   move "ON HOLD" to status_word
               when master_retired
                   move "RETIRED" to status_word
               when other
                   move "ACTIVE" to status_word
           end-evaluate.
           display "status:             " status_word
               " since " master_status_date.
           display "home section:       " master_home_section.
           display "owner:              " master_owner.
           perform display_ledger_summary.
           perform display_run_ledger.

        display_ledger_summary.
      *> closed months rolled off the ledger by ledgroll - one line
      *> a month, oldest first.
           move 'n' to summary_eof_flag.
           open input ledger_summary_file.
           if ledger_summary_status not = '00'
               exit paragraph
           end-if.
           move inquiry_id to summary_module_id.
           move low-values to summary_month.
           start ledger_summary_file key is >= summary_key
               invalid key
                   set summary_eof to true
           end-start.
           move zero to summary_shown_count.
           perform until summary_eof
               read ledger_summary_file next record
                   at end
                       set summary_eof to true
                   not at end
                       if summary_module_id not = inquiry_id
                           set summary_eof to true
                       else
                           if summary_shown_count = zero
                               display "monthly history:"
                           end-if
                           display "  " summary_month
                               " runs " summary_run_count
                               " p1 " summary_fuel_p1
                               " p2 " summary_fuel_p2
                           add 1 to summary_shown_count
                       end-if
               end-read
           end-perform.
           close ledger_summary_file.

        display_run_ledger.
           move 'n' to ledger_eof_flag.
           open input run_ledger_file.
           end-if.
           display "run history:".
           move zero to ledger_shown_count.
      *> position on the module's first entry and read its entries
      *> off the key - the ledger is never read from the top.
           move inquiry_id to ledger_module_id.
           move low-values to ledger_run_ts.
           move zero to ledger_seq.
           start run_ledger_file key is >= ledger_key
               invalid key
                   set ledger_eof to true
           end-start.
           perform until ledger_eof
               read run_ledger_file next record
                   at end
                       set ledger_eof to true
                   not at end
                       if ledger_module_id not = inquiry_id
                           set ledger_eof to true
                       else
                           display "  " ledger_run_ts
                               " mass " ledger_mass
                               " p1 " ledger_fuel_p1
                               " p2 " ledger_fuel_p2
                               " from "
                               function trim(ledger_source_file)
                           if ledger_reversal
                               display "    reversal of run "
                                   ledger_reversed_run_ts
                           end-if
                           add 1 to ledger_shown_count
                       end-if
               end-read
