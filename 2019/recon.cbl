        IDENTIFICATION DIVISION.
        program-id. recon.

        *> three-way reconciliation of the module master, the run
        *> ledger and the run history - proof, rather than trust,
        *> that every run (restarts and resubmit merges included)
        *> posted what it processed:
        *>   - each module's cumulative part-1 and part-2 fuel on the
        *>     master equals the sum of all its ledger entries - the
        *>     live ledger plus the monthly summaries ledgroll left
        *>     for the months it rolled off;
        *>   - each module's run count equals the number of distinct
        *>     runs it has ledger entries for (a module on two
        *>     manifests in one run is two entries but one run),
        *>     less the runs backed out;
        *>   - each run's ledger entries add up to the fuel its
        *>     run-history record says the run posted, and every run
        *>     on the ledger has a history record.
        *> runs whose detail has been rolled up are checked against
        *> their month's archive. history records from before runs
        *> carried their ledger stamp cannot be matched and are only
        *> counted. every module or run that does not tie is listed
        *> on reconrpt.txt and the program ends with return code 8.
        *>
        *> run-control deck (RECON_PARM_FILE, default reconparm.txt),
        *> KEYWORD=value:
        *>     RUN_TS=yyyymmddhhmmss  one run: its ledger total against
        *>                            its history record, and every
        *>                            module it posted against the
        *>                            master
        *>     RUN_TS=ALL             the whole history (the default)

        ENVIRONMENT DIVISION.
        input-output section.
        file-control.
            select parm_file assign to parm_filename
                organization is line sequential
                status is parm_file_status.
            select run_history_file assign to run_history_filename
                organization is line sequential
                status is run_history_status.
            select run_ledger_file assign to run_ledger_filename
                organization is indexed
                access is sequential
                record key is ledger_key
                status is run_ledger_status.
            select ledger_summary_file
                assign to ledger_summary_filename
                organization is indexed
                access is sequential
                record key is summary_key
                status is ledger_summary_status.
            select ledger_archive_file
                assign to ledger_archive_filename
                organization is line sequential
                status is ledger_archive_status.
            select module_master_file assign to module_master_filename
                organization is indexed
                access is sequential
                record key is master_module_id
                status is module_master_status.
            select report_file assign to report_filename
                organization is line sequential
                status is report_file_status.

        DATA DIVISION.
        file section.
        fd parm_file.
        01 parm_record pic x(80).

        fd run_history_file.
        copy "runhist.cpy".

        fd run_ledger_file.
        copy "runledg.cpy".

        fd ledger_summary_file.
        copy "ledgsumm.cpy".

        fd ledger_archive_file.
        01 ledger_archive_record pic x(142).

        fd module_master_file.
        copy "modmast.cpy".

        fd report_file.
        01 report_record pic x(132).

        working-storage section.
        01 parm_filename pic x(40).
        01 parm_file_status pic xx.
        01 parm_eof_flag pic x value 'n'.
            88 parm_eof value 'y'.
        01 parm_keyword pic x(20).
        01 parm_value pic x(60).
        01 parm_error_count pic 99 value zero.
        01 parm_text_len pic 99.
        01 selected_run_ts pic x(14) value spaces.
        01 recon_scope_flag pic x value 'a'.
            88 recon_all_runs value 'a'.
            88 recon_one_run value 'o'.
        01 run_history_filename pic x(11) value "runhist.txt".
        01 run_history_status pic xx.
        01 run_history_eof_flag pic x value 'n'.
            88 run_history_eof value 'y'.
        01 run_ledger_filename pic x(13) value "runledger.dat".
        01 run_ledger_status pic xx.
        01 run_ledger_eof_flag pic x value 'n'.
            88 run_ledger_eof value 'y'.
        01 ledger_summary_filename pic x(12) value "ledgsumm.dat".
        01 ledger_summary_status pic xx.
        01 ledger_summary_eof_flag pic x value 'n'.
            88 ledger_summary_eof value 'y'.
        01 ledger_archive_filename pic x(20).
        01 ledger_archive_status pic xx.
        01 ledger_archive_eof_flag pic x value 'n'.
            88 ledger_archive_eof value 'y'.
        01 module_master_filename pic x(13) value "modmaster.dat".
        01 module_master_status pic xx.
        01 master_eof_flag pic x value 'n'.
            88 master_eof value 'y'.
        01 report_filename pic x(12) value "reconrpt.txt".
        01 report_file_status pic xx.
        01 report_ts pic x(21).
        01 history_table.
            05 history_entry occurs 2000 times.
                10 rh_stamp pic x(14).
                10 rh_run_fuel_p1 pic s9(11)v99.
                10 rh_run_fuel_p2 pic s9(11)v99.
        01 history_total pic 9(4) value zero.
        01 history_scan pic 9(4).
        01 history_found pic 9(4).
        01 earliest_history_stamp pic x(14) value high-values.
        01 unstamped_history_count pic 9(7) value zero.
        01 month_table.
            05 month_entry occurs 240 times pic x(6).
        01 month_total pic 9(3) value zero.
        01 month_scan pic 9(3).
        01 month_found pic 9(3).
        01 stamp_table.
            05 stamp_entry occurs 2000 times.
                10 ls_stamp pic x(14).
                10 ls_entries pic 9(7).
                10 ls_fuel_p1 pic s9(11)v99.
                10 ls_fuel_p2 pic s9(11)v99.
        01 stamp_total pic 9(4) value zero.
        01 stamp_scan pic 9(4).
        01 stamp_found pic 9(4).
        01 module_table.
            05 module_entry occurs 5000 times.
                10 rm_module_id pic x(10).
                10 rm_fuel_p1 pic s9(11)v99.
                10 rm_fuel_p2 pic s9(11)v99.
                10 rm_runs pic s9(7).
                10 rm_last_stamp pic x(14).
                10 rm_selected_flag pic x.
                    88 rm_selected value 'y'.
                10 rm_on_master_flag pic x.
                    88 rm_on_master value 'y'.
        01 module_total pic 9(4) value zero.
        01 module_scan pic 9(4).
        01 module_found pic 9(4).
        01 lookup_module pic x(10).
        01 table_overflow_flag pic x value 'n'.
            88 table_overflow value 'y'.
        01 entry_from_archive_flag pic x value 'n'.
            88 entry_from_archive value 'y'.
        01 runs_checked pic 9(7) value zero.
        01 runs_out pic 9(7) value zero.
        01 modules_checked pic 9(7) value zero.
        01 modules_out pic 9(7) value zero.
        01 out_reason pic x(22).
        01 report_page_number pic 9(4) value zero.
        01 report_detail_count pic 99 value zero.
        01 report_lines_per_page pic 99 value 50.
        01 report_heading_1.
            05 filler pic x(8) value "REPORT: ".
            05 filler pic x(34)
                value "MASTER / LEDGER / HISTORY RECON".
            05 filler pic x(10) value "RUN DATE: ".
            05 heading_run_date pic x(10).
            05 filler pic x(8) value "   PAGE ".
            05 heading_page_number pic zzz9.
        01 run_column_heads.
            05 filler pic x(16) value "RUN".
            05 filler pic x(17) value "   HISTORY P1".
            05 filler pic x(17) value "    LEDGER P1".
            05 filler pic x(17) value "   HISTORY P2".
            05 filler pic x(17) value "    LEDGER P2".
            05 filler pic x(10) value "  ENTRIES".
            05 filler pic x(22) value "  STATUS".
        01 run_detail.
            05 run_stamp_out pic x(14).
            05 filler pic x(2).
            05 run_hist_p1_out pic z(12)9.99-.
            05 run_ledger_p1_out pic z(12)9.99-.
            05 run_hist_p2_out pic z(12)9.99-.
            05 run_ledger_p2_out pic z(12)9.99-.
            05 filler pic x(2).
            05 run_entries_out pic z(6)9.
            05 filler pic x(2).
            05 run_status_out pic x(22).
        01 module_column_heads.
            05 filler pic x(12) value "MODULE".
            05 filler pic x(17) value "   MASTER P1".
            05 filler pic x(17) value "    LEDGER P1".
            05 filler pic x(17) value "    MASTER P2".
            05 filler pic x(17) value "    LEDGER P2".
            05 filler pic x(8) value "  M-RUNS".
            05 filler pic x(8) value "  L-RUNS".
            05 filler pic x(22) value "  STATUS".
        01 module_detail.
            05 module_id_out pic x(10).
            05 filler pic x(2).
            05 module_master_p1_out pic z(12)9.99-.
            05 module_ledger_p1_out pic z(12)9.99-.
            05 module_master_p2_out pic z(12)9.99-.
            05 module_ledger_p2_out pic z(12)9.99-.
            05 filler pic x(1).
            05 module_master_runs_out pic z(6)9.
            05 filler pic x(1).
            05 module_ledger_runs_out pic z(6)9.
            05 filler pic x(2).
            05 module_status_out pic x(22).
        01 report_count_line.
            05 count_label pic x(34).
            05 count_value pic z(6)9.

        PROCEDURE DIVISION.
        main.
           move function current-date to report_ts
           perform get_run_parameters
           perform load_run_history
           perform load_archived_runs
           perform load_live_ledger
           perform load_ledger_summaries
           if table_overflow
               display "[ERROR] more runs or modules than the"
                   " reconciliation can hold - nothing proved"
               move 12 to return-code
               stop run
           end-if
           open output report_file
           if report_file_status not = '00'
               display "failed to open " report_filename ": "
                   report_file_status
               move 12 to return-code
               stop run
           end-if
           perform reconcile_runs
           perform reconcile_modules
           perform write_recon_summary
           close report_file
           display runs_checked " run(s) checked, " runs_out " out"
           display modules_checked " module(s) checked, " modules_out
               " out"
           if unstamped_history_count > zero
               display unstamped_history_count " history record(s)"
                   " predate the ledger stamp - not matched"
           end-if
           display "reconciliation written to " report_filename
           if runs_out > zero or modules_out > zero
               display "[ERROR] master, ledger and history do not tie"
               move 8 to return-code
           else
               move zero to return-code
           end-if
           stop run.

        get_run_parameters.
           accept parm_filename
               from environment "RECON_PARM_FILE".
           if parm_filename = spaces
               move "reconparm.txt" to parm_filename
           end-if.
           perform read_parm_file.
           if parm_error_count > zero
               display "run rejected: " parm_error_count
                   " error(s) in "
                   function trim(parm_filename)
                   " - fix the run-control deck and resubmit"
               move 16 to return-code
               stop run
           end-if.
           if recon_one_run
               display "reconciling run " selected_run_ts
           else
               display "reconciling the whole history"
           end-if.

        read_parm_file.
      *> the deck is optional - with none the whole history is
      *> reconciled.
           open input parm_file.
           if parm_file_status not = '00'
               exit paragraph
           end-if.
           move 'n' to parm_eof_flag.
           perform until parm_eof
               read parm_file
                   at end
                       set parm_eof to true
                   not at end
                       perform apply_parm_record
               end-read
           end-perform.
           close parm_file.

        apply_parm_record.
           if parm_record = spaces or parm_record(1:1) = "*"
               exit paragraph
           end-if.
           move spaces to parm_keyword.
           move spaces to parm_value.
           unstring parm_record delimited by "="
               into parm_keyword parm_value
           end-unstring.
           move function upper-case(function trim(parm_keyword))
               to parm_keyword.
           move function upper-case(function trim(parm_value))
               to parm_value.
           evaluate parm_keyword
               when "RUN_TS"
                   perform apply_run_ts_parm
               when other
                   display "[PARM] unknown keyword '"
                       function trim(parm_keyword) "'"
                   add 1 to parm_error_count
           end-evaluate.

        apply_run_ts_parm.
           if parm_value = "ALL"
               set recon_all_runs to true
               exit paragraph
           end-if.
           move function length(function trim(parm_value))
               to parm_text_len.
           if parm_text_len not = 14
                   or parm_value(1:14) is not numeric
               display "[PARM] RUN_TS '" function trim(parm_value)
                   "' is not yyyymmddhhmmss or ALL"
               add 1 to parm_error_count
               exit paragraph
           end-if.
           move parm_value(1:14) to selected_run_ts.
           set recon_one_run to true.

        load_run_history.
           open input run_history_file.
           if run_history_status not = '00'
               display "[WARN] no " run_history_filename " on file"
               exit paragraph
           end-if.
           perform until run_history_eof
               read run_history_file
                   at end
                       set run_history_eof to true
                   not at end
                       perform store_one_history
               end-read
           end-perform.
           close run_history_file.
           if recon_one_run and history_total = zero
               display "[WARN] no history record for run "
                   selected_run_ts
           end-if.

        store_one_history.
           if history_ledger_stamp = spaces
                   or history_ledger_stamp is not numeric
               add 1 to unstamped_history_count
               exit paragraph
           end-if.
           if history_ledger_stamp < earliest_history_stamp
               move history_ledger_stamp to earliest_history_stamp
           end-if.
           if recon_one_run
                   and history_ledger_stamp not = selected_run_ts
               exit paragraph
           end-if.
           if history_total >= 2000
               set table_overflow to true
               exit paragraph
           end-if.
           add 1 to history_total.
           move history_ledger_stamp to rh_stamp(history_total).
           if history_run_fuel_p1 is numeric
               move history_run_fuel_p1
                   to rh_run_fuel_p1(history_total)
           else
               move zero to rh_run_fuel_p1(history_total)
           end-if.
           if history_run_fuel_p2 is numeric
               move history_run_fuel_p2
                   to rh_run_fuel_p2(history_total)
           else
               move zero to rh_run_fuel_p2(history_total)
           end-if.
           move zero to month_found.
           move 1 to month_scan.
           perform until month_scan > month_total
                   or month_found > zero
               if month_entry(month_scan) = history_ledger_stamp(1:6)
                   move month_scan to month_found
               end-if
               add 1 to month_scan
           end-perform.
           if month_found = zero and month_total < 240
               add 1 to month_total
               move history_ledger_stamp(1:6)
                   to month_entry(month_total)
           end-if.

        load_archived_runs.
      *> a rolled-up month's runs are proved against the month's
      *> archived detail; the modules' fuel for that month is
      *> already in the summaries, so the archive only feeds the
      *> run totals here.
           set entry_from_archive to true.
           move 1 to month_scan.
           perform until month_scan > month_total
               move spaces to ledger_archive_filename
               string "ledgarch_" month_entry(month_scan) ".txt"
                   delimited by size into ledger_archive_filename
               end-string
               move 'n' to ledger_archive_eof_flag
               open input ledger_archive_file
               if ledger_archive_status = '00'
                   perform until ledger_archive_eof
                       read ledger_archive_file
                           at end
                               set ledger_archive_eof to true
                           not at end
                               move ledger_archive_record
                                   to ledger_record
                               perform take_ledger_entry
                       end-read
                   end-perform
                   close ledger_archive_file
               end-if
               add 1 to month_scan
           end-perform.
           move 'n' to entry_from_archive_flag.

        load_live_ledger.
           open input run_ledger_file.
           if run_ledger_status = '35'
               display "[WARN] no " run_ledger_filename " on file"
               exit paragraph
           end-if.
           if run_ledger_status not = '00'
               display "failed to open " run_ledger_filename ": "
                   run_ledger_status
               move 12 to return-code
               stop run
           end-if.
           perform until run_ledger_eof
               read run_ledger_file
                   at end
                       set run_ledger_eof to true
                   not at end
                       perform take_ledger_entry
               end-read
           end-perform.
           close run_ledger_file.

        take_ledger_entry.
           if recon_all_runs or ledger_run_ts = selected_run_ts
               perform add_to_run_total
           end-if.
           move ledger_module_id to lookup_module.
           perform find_module.
           if module_found = zero
               exit paragraph
           end-if.
           if recon_one_run and ledger_run_ts = selected_run_ts
               set rm_selected(module_found) to true
           end-if.
           if entry_from_archive
               exit paragraph
           end-if.
           add ledger_fuel_p1 to rm_fuel_p1(module_found).
           add ledger_fuel_p2 to rm_fuel_p2(module_found).
      *> a backout takes a run back off the master for each 'R'
      *> reversal it keys - an 'F' one leaves the run standing.
           if ledger_reversal
               if ledger_run_reversal
                   subtract 1 from rm_runs(module_found)
               end-if
               exit paragraph
           end-if.
      *> the live ledger comes off its key a module at a time in run
      *> order, so a new stamp for the module is a new run.
           if ledger_run_ts not = rm_last_stamp(module_found)
               add 1 to rm_runs(module_found)
               move ledger_run_ts to rm_last_stamp(module_found)
           end-if.

        add_to_run_total.
           move zero to stamp_found.
           move 1 to stamp_scan.
           perform until stamp_scan > stamp_total
                   or stamp_found > zero
               if ls_stamp(stamp_scan) = ledger_run_ts
                   move stamp_scan to stamp_found
               end-if
               add 1 to stamp_scan
           end-perform.
           if stamp_found = zero
               if stamp_total >= 2000
                   set table_overflow to true
                   exit paragraph
               end-if
               add 1 to stamp_total
               move stamp_total to stamp_found
               move ledger_run_ts to ls_stamp(stamp_found)
               move zero to ls_entries(stamp_found)
               move zero to ls_fuel_p1(stamp_found)
               move zero to ls_fuel_p2(stamp_found)
           end-if.
           add 1 to ls_entries(stamp_found).
           add ledger_fuel_p1 to ls_fuel_p1(stamp_found).
           add ledger_fuel_p2 to ls_fuel_p2(stamp_found).

        find_module.
           move zero to module_found.
           move 1 to module_scan.
           perform until module_scan > module_total
                   or module_found > zero
               if rm_module_id(module_scan) = lookup_module
                   move module_scan to module_found
               end-if
               add 1 to module_scan
           end-perform.
           if module_found > zero
               exit paragraph
           end-if.
           if module_total >= 5000
               set table_overflow to true
               exit paragraph
           end-if.
           add 1 to module_total.
           move module_total to module_found.
           move lookup_module to rm_module_id(module_found).
           move zero to rm_fuel_p1(module_found).
           move zero to rm_fuel_p2(module_found).
           move zero to rm_runs(module_found).
           move spaces to rm_last_stamp(module_found).
           move 'n' to rm_selected_flag(module_found).
           move 'n' to rm_on_master_flag(module_found).

        load_ledger_summaries.
           open input ledger_summary_file.
           if ledger_summary_status not = '00'
      *> nothing rolled up yet - the live ledger is the whole story.
               exit paragraph
           end-if.
           perform until ledger_summary_eof
               read ledger_summary_file
                   at end
                       set ledger_summary_eof to true
                   not at end
                       move summary_module_id to lookup_module
                       perform find_module
                       if module_found > zero
                           add summary_fuel_p1
                               to rm_fuel_p1(module_found)
                           add summary_fuel_p2
                               to rm_fuel_p2(module_found)
                           add summary_run_count
                               to rm_runs(module_found)
                       end-if
               end-read
           end-perform.
           close ledger_summary_file.

        reconcile_runs.
           perform start_report_page.
           write report_record from run_column_heads.
           move spaces to report_record.
           write report_record.
           move 1 to history_scan.
           perform until history_scan > history_total
               perform check_one_run
               add 1 to history_scan
           end-perform.
      *> a run on the ledger with no history record posted fuel the
      *> history never heard of. runs from before the history
      *> carried the ledger stamp cannot be told apart, so only
      *> the runs since are held to it.
           move 1 to stamp_scan.
           perform until stamp_scan > stamp_total
               if ls_stamp(stamp_scan) >= earliest_history_stamp
                   perform check_ledger_run_has_history
               end-if
               add 1 to stamp_scan
           end-perform.

        check_one_run.
           add 1 to runs_checked.
           move zero to stamp_found.
           move 1 to stamp_scan.
           perform until stamp_scan > stamp_total
                   or stamp_found > zero
               if ls_stamp(stamp_scan) = rh_stamp(history_scan)
                   move stamp_scan to stamp_found
               end-if
               add 1 to stamp_scan
           end-perform.
           move rh_stamp(history_scan) to run_stamp_out.
           move rh_run_fuel_p1(history_scan) to run_hist_p1_out.
           move rh_run_fuel_p2(history_scan) to run_hist_p2_out.
           if stamp_found = zero
               move zero to run_ledger_p1_out
               move zero to run_ledger_p2_out
               move zero to run_entries_out
               if rh_run_fuel_p1(history_scan) = zero
                       and rh_run_fuel_p2(history_scan) = zero
                   move "OK" to run_status_out
               else
                   move "NO LEDGER ENTRIES" to run_status_out
                   add 1 to runs_out
               end-if
               perform write_run_line
               exit paragraph
           end-if.
           move ls_fuel_p1(stamp_found) to run_ledger_p1_out.
           move ls_fuel_p2(stamp_found) to run_ledger_p2_out.
           move ls_entries(stamp_found) to run_entries_out.
           if ls_fuel_p1(stamp_found) = rh_run_fuel_p1(history_scan)
                   and ls_fuel_p2(stamp_found)
                       = rh_run_fuel_p2(history_scan)
               move "OK" to run_status_out
           else
               move "** LEDGER NOT = HIST" to run_status_out
               add 1 to runs_out
           end-if.
           perform write_run_line.

        check_ledger_run_has_history.
           move zero to history_found.
           move 1 to history_scan.
           perform until history_scan > history_total
                   or history_found > zero
               if rh_stamp(history_scan) = ls_stamp(stamp_scan)
                   move history_scan to history_found
               end-if
               add 1 to history_scan
           end-perform.
           if history_found > zero
               exit paragraph
           end-if.
           add 1 to runs_checked.
           add 1 to runs_out.
           move ls_stamp(stamp_scan) to run_stamp_out.
           move zero to run_hist_p1_out.
           move zero to run_hist_p2_out.
           move ls_fuel_p1(stamp_scan) to run_ledger_p1_out.
           move ls_fuel_p2(stamp_scan) to run_ledger_p2_out.
           move ls_entries(stamp_scan) to run_entries_out.
           move "NO HISTORY RECORD" to run_status_out.
           perform write_run_line.

        write_run_line.
           if report_detail_count >= report_lines_per_page
               perform start_report_page
               write report_record from run_column_heads
               move spaces to report_record
               write report_record
           end-if.
           write report_record from run_detail.
           add 1 to report_detail_count.

        reconcile_modules.
           perform start_report_page.
           write report_record from module_column_heads.
           move spaces to report_record.
           write report_record.
           open input module_master_file.
           if module_master_status not = '00'
               display "failed to open " module_master_filename ": "
                   module_master_status
               close report_file
               move 12 to return-code
               stop run
           end-if.
           perform until master_eof
               read module_master_file
                   at end
                       set master_eof to true
                   not at end
                       perform check_one_module
               end-read
           end-perform.
           close module_master_file.
      *> fuel on the ledger for a module the master does not hold.
           move 1 to module_scan.
           perform until module_scan > module_total
               if not rm_on_master(module_scan)
                   if recon_all_runs or rm_selected(module_scan)
                       perform report_module_not_on_master
                   end-if
               end-if
               add 1 to module_scan
           end-perform.

        check_one_module.
           move master_module_id to lookup_module.
           move zero to module_found.
           move 1 to module_scan.
           perform until module_scan > module_total
                   or module_found > zero
               if rm_module_id(module_scan) = lookup_module
                   move module_scan to module_found
               end-if
               add 1 to module_scan
           end-perform.
           if module_found > zero
               set rm_on_master(module_found) to true
               if recon_one_run and not rm_selected(module_found)
                   exit paragraph
               end-if
           else
               if recon_one_run
                   exit paragraph
               end-if
           end-if.
           add 1 to modules_checked.
           move master_module_id to module_id_out.
           move master_cumulative_p1 to module_master_p1_out.
           move master_cumulative_p2 to module_master_p2_out.
           move master_run_count to module_master_runs_out.
           if module_found = zero
               move zero to module_ledger_p1_out
               move zero to module_ledger_p2_out
               move zero to module_ledger_runs_out
               if master_cumulative_p1 = zero
                       and master_cumulative_p2 = zero
                       and master_run_count = zero
      *> keyed in by modmaint and not yet run - nothing to tie.
                   exit paragraph
               end-if
               move "NO LEDGER ENTRIES" to module_status_out
               add 1 to modules_out
               perform write_module_line
               exit paragraph
           end-if.
           move rm_fuel_p1(module_found) to module_ledger_p1_out.
           move rm_fuel_p2(module_found) to module_ledger_p2_out.
           move rm_runs(module_found) to module_ledger_runs_out.
           move spaces to out_reason.
           if master_cumulative_p1 not = rm_fuel_p1(module_found)
                   or master_cumulative_p2
                       not = rm_fuel_p2(module_found)
               move "** FUEL NOT = LEDGER" to out_reason
           else
               if master_run_count not = rm_runs(module_found)
                   move "** RUNS NOT = LEDGER" to out_reason
               end-if
           end-if.
           if out_reason = spaces
               exit paragraph
           end-if.
           move out_reason to module_status_out.
           add 1 to modules_out.
           perform write_module_line.

        report_module_not_on_master.
           add 1 to modules_checked.
           add 1 to modules_out.
           move rm_module_id(module_scan) to module_id_out.
           move zero to module_master_p1_out.
           move zero to module_master_p2_out.
           move zero to module_master_runs_out.
           move rm_fuel_p1(module_scan) to module_ledger_p1_out.
           move rm_fuel_p2(module_scan) to module_ledger_p2_out.
           move rm_runs(module_scan) to module_ledger_runs_out.
           move "NOT ON MASTER" to module_status_out.
           perform write_module_line.

        write_module_line.
           if report_detail_count >= report_lines_per_page
               perform start_report_page
               write report_record from module_column_heads
               move spaces to report_record
               write report_record
           end-if.
           write report_record from module_detail.
           add 1 to report_detail_count.

        write_recon_summary.
           move spaces to report_record.
           write report_record.
           move "RUNS CHECKED" to count_label.
           move runs_checked to count_value.
           write report_record from report_count_line.
           move "RUNS OUT OF TIE" to count_label.
           move runs_out to count_value.
           write report_record from report_count_line.
           move "MODULES CHECKED" to count_label.
           move modules_checked to count_value.
           write report_record from report_count_line.
           move "MODULES OUT OF TIE" to count_label.
           move modules_out to count_value.
           write report_record from report_count_line.
           move "HISTORY BEFORE LEDGER STAMP" to count_label.
           move unstamped_history_count to count_value.
           write report_record from report_count_line.
           move spaces to report_record.
           if runs_out > zero or modules_out > zero
               move "*** MASTER, LEDGER AND HISTORY DO NOT TIE ***"
                   to report_record
           else
               move "MASTER, LEDGER AND HISTORY TIE" to report_record
           end-if.
           write report_record.

        start_report_page.
           add 1 to report_page_number.
           move report_page_number to heading_page_number.
           if report_page_number > 1
               perform write_report_page_feed
           end-if.
           move spaces to heading_run_date.
           string report_ts(1:4) "-" report_ts(5:2) "-" report_ts(7:2)
               delimited by size into heading_run_date
           end-string.
           write report_record from report_heading_1.
           move spaces to report_record.
           if recon_one_run
               string "RUN " selected_run_ts
                   delimited by size into report_record
               end-string
           else
               move "WHOLE HISTORY" to report_record
           end-if.
           write report_record.
           move spaces to report_record.
           write report_record.
           move zero to report_detail_count.

        write_report_page_feed.
      *> same one-byte form-feed record day1 uses on fuelrpt.txt,
      *> with the same blank-line fallback when the runtime refuses
      *> control bytes in a line sequential file.
           move x"0c" to report_record.
           write report_record.
           if report_file_status not = '00'
               move spaces to report_record
               write report_record
           end-if.
