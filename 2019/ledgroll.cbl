        IDENTIFICATION DIVISION.
        program-id. ledgroll.

        *> period-end rollup of the run ledger: every entry of a
        *> closed month is summed into that module's monthly
        *> ledger-summary record (ledgsumm.dat) and its detail moved
        *> to the month's archive (ledgarch_yyyymm.txt), then taken
        *> off the live ledger - so the ledger day1 writes and modinq
        *> reads stays at the current month's size, while the
        *> summaries keep the month-by-month history online and the
        *> archive keeps every line for chgback and for audit. an
        *> entry is archived before it is summed and summed before it
        *> is deleted, so a failure part way loses nothing - but it
        *> can leave an entry on the archive, and perhaps in its
        *> summary, while it is still on the live ledger, and a
        *> rerun would archive and sum it twice. so the rollup will
        *> not run while any month it would roll has an archive that
        *> already holds an entry still on the live ledger: the
        *> month must first be put back as it was before the failed
        *> rollup - those entries taken out of the archive and
        *> ledgsumm.dat restored.
        *> the rollup will not run while a day1 run holds its lock.
        *>
        *> the same program builds the indexed ledger in the first
        *> place from a line sequential ledger in the layout day1
        *> wrote before the ledger was keyed (LOAD_FILE) - it only
        *> loads into an empty ledger, so the load cannot be
        *> repeated on top of itself.
        *>
        *> run-control deck (LEDGROLL_PARM_FILE, default
        *> rollparm.txt), KEYWORD=value:
        *>     THROUGH_MONTH=yyyymm  last month to roll up (default:
        *>                           the month before this one)
        *>     LOAD_FILE=...         sequential ledger to load first

        ENVIRONMENT DIVISION.
        input-output section.
        file-control.
            select parm_file assign to parm_filename
                organization is line sequential
                status is parm_file_status.
            select run_lock_file assign to run_lock_filename
                organization is line sequential
                status is run_lock_status.
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
            select ledger_archive_file
                assign to ledger_archive_filename
                organization is line sequential
                status is ledger_archive_status.
            select load_file assign to load_filename
                organization is line sequential
                status is load_file_status.
            select audit_log_file assign to audit_log_filename
                organization is line sequential
                status is audit_log_file_status.

        DATA DIVISION.
        file section.
        fd parm_file.
        01 parm_record pic x(80).

        fd run_lock_file.
        01 run_lock_record pic x(215).

        fd run_ledger_file.
        copy "runledg.cpy".

        fd ledger_summary_file.
        copy "ledgsumm.cpy".

        fd ledger_archive_file.
        01 ledger_archive_record pic x(142).

        fd load_file.
        01 load_record.
            05 load_module_id pic x(10).
            05 filler pic x(1).
            05 load_run_ts pic x(14).
            05 load_rest pic x(99).

        fd audit_log_file.
        01 audit_log_record.
            05 audit_ts_out pic x(14).
            05 audit_gap pic x(1).
            05 audit_message_out pic x(80).

        working-storage section.
        01 parm_filename pic x(40).
        01 parm_file_status pic xx.
        01 parm_eof_flag pic x value 'n'.
            88 parm_eof value 'y'.
        01 parm_keyword pic x(20).
        01 parm_value pic x(60).
        01 parm_error_count pic 99 value zero.
        01 parm_text_len pic 99.
        01 through_month pic x(6) value spaces.
        01 closed_month pic 9(6).
        01 run_lock_filename pic x(9) value "day1.lock".
        01 run_lock_status pic xx.
        01 run_ledger_filename pic x(13) value "runledger.dat".
        01 run_ledger_status pic xx.
        01 run_ledger_eof_flag pic x value 'n'.
            88 run_ledger_eof value 'y'.
        01 ledger_summary_filename pic x(12) value "ledgsumm.dat".
        01 ledger_summary_status pic xx.
        01 ledger_archive_filename pic x(20) value spaces.
        01 ledger_archive_status pic xx.
        01 archive_month pic x(6) value spaces.
        01 archive_open_flag pic x value 'n'.
            88 archive_open value 'y'.
        01 archive_eof_flag pic x value 'n'.
            88 archive_eof value 'y'.
        01 roll_month_table.
            05 roll_month occurs 600 times pic x(6).
        01 roll_month_total pic 9(3) value zero.
        01 roll_month_scan pic 9(3).
        01 roll_month_found pic 9(3).
        01 still_live_count pic 9(7).
        01 still_live_total pic 9(7) value zero.
        01 load_filename pic x(40) value spaces.
        01 load_file_status pic xx.
        01 load_eof_flag pic x value 'n'.
            88 load_eof value 'y'.
        01 audit_log_filename pic x(13) value "audit_log.txt".
        01 audit_log_file_status pic xx.
        01 audit_timestamp pic x(21).
        01 audit_message pic x(80).
        01 run_ts pic x(21).
        01 roll_failed_flag pic x value 'n'.
            88 roll_failed value 'y'.
        01 loaded_count pic 9(7) value zero.
        01 load_failed_count pic 9(7) value zero.
        01 rolled_count pic 9(7) value zero.
        01 kept_count pic 9(7) value zero.
        01 summaries_added pic 9(7) value zero.
        01 summaries_updated pic 9(7) value zero.
        01 rolled_fuel_p1 pic s9(11)v99 value zero.
        01 rolled_fuel_p2 pic s9(11)v99 value zero.
        01 rolled_p2_out pic z(10)9.99-.

        PROCEDURE DIVISION.
        main.
           move function current-date to run_ts
           perform get_run_parameters
           perform check_run_lock
           open extend audit_log_file
           if audit_log_file_status = '35'
               open output audit_log_file
           end-if
           if audit_log_file_status not = '00'
               display "[WARN] failed to open " audit_log_filename
                   ": " audit_log_file_status
                   " - audit trail unavailable this run"
           end-if
           if load_filename not = spaces
               perform load_sequential_ledger
           end-if
           perform roll_up_closed_months
           move rolled_fuel_p2 to rolled_p2_out
           display rolled_count " ledger entries through "
               through_month " rolled up, " kept_count " kept"
           display summaries_added " monthly summaries added, "
               summaries_updated " updated, part-2 fuel "
               function trim(rolled_p2_out)
           string "ledger rolled through " through_month ": "
               rolled_count " entries, p2 "
               function trim(rolled_p2_out)
               delimited by size into audit_message
           end-string
           perform log_audit_message
           if audit_log_file_status = '00'
               close audit_log_file
           end-if
           if roll_failed
               move 12 to return-code
           else
               move zero to return-code
           end-if
           stop run.

        get_run_parameters.
           accept parm_filename
               from environment "LEDGROLL_PARM_FILE".
           if parm_filename = spaces
               move "rollparm.txt" to parm_filename
           end-if.
           perform read_parm_file.
      *> only a month that is over can be rolled - the default is
      *> the one that ended last.
           compute closed_month = function numval(run_ts(1:6)) - 1.
           if run_ts(5:2) = "01"
               compute closed_month = closed_month - 100 + 12
           end-if.
           if through_month = spaces
               move closed_month to through_month
           end-if.
           if through_month > run_ts(1:6)
                   or through_month = run_ts(1:6)
               display "[PARM] THROUGH_MONTH " through_month
                   " is not a closed month"
               add 1 to parm_error_count
           end-if.
           if parm_error_count > zero
               display "run rejected: " parm_error_count
                   " error(s) in "
                   function trim(parm_filename)
                   " - fix the run-control deck and resubmit"
               move 16 to return-code
               stop run
           end-if.
           display "rolling up the run ledger through "
               through_month(1:4) "-" through_month(5:2).

        read_parm_file.
      *> the deck is optional - with none the last closed month is
      *> rolled up.
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
           move function trim(parm_value) to parm_value.
           evaluate parm_keyword
               when "THROUGH_MONTH"
                   perform apply_month_parm
               when "LOAD_FILE"
                   move parm_value to load_filename
               when other
                   display "[PARM] unknown keyword '"
                       function trim(parm_keyword) "'"
                   add 1 to parm_error_count
           end-evaluate.

        apply_month_parm.
           move function length(function trim(parm_value))
               to parm_text_len.
           if parm_text_len not = 6
                   or parm_value(1:6) is not numeric
               display "[PARM] THROUGH_MONTH '"
                   function trim(parm_value) "' is not yyyymm"
               add 1 to parm_error_count
               exit paragraph
           end-if.
           if parm_value(5:2) < "01" or parm_value(5:2) > "12"
               display "[PARM] THROUGH_MONTH '"
                   function trim(parm_value) "' has no such month"
               add 1 to parm_error_count
               exit paragraph
           end-if.
           move parm_value(1:6) to through_month.

        check_run_lock.
      *> day1 keys new entries into the ledger as it posts - rolling
      *> underneath a live run would race it for the same file.
           open input run_lock_file.
           if run_lock_status = '00'
               close run_lock_file
               display "[ERROR] a day1 run holds " run_lock_filename
                   " - rerun the rollup once it has finished"
               move 16 to return-code
               stop run
           end-if.

        load_sequential_ledger.
           open input load_file.
           if load_file_status not = '00'
               display "failed to open " function trim(load_filename)
                   ": " load_file_status
               set roll_failed to true
               exit paragraph
           end-if.
           open i-o run_ledger_file.
           if run_ledger_status = '35'
               open output run_ledger_file
               close run_ledger_file
               open i-o run_ledger_file
           end-if.
           if run_ledger_status not = '00'
               display "failed to open " run_ledger_filename ": "
                   run_ledger_status
               close load_file
               set roll_failed to true
               exit paragraph
           end-if.
           move 'n' to run_ledger_eof_flag.
           read run_ledger_file next record
               at end
                   set run_ledger_eof to true
           end-read.
           if not run_ledger_eof
               display "[ERROR] " run_ledger_filename " already holds"
                   " entries - " function trim(load_filename)
                   " not loaded"
               close load_file
               close run_ledger_file
               set roll_failed to true
               exit paragraph
           end-if.
           perform until load_eof
               read load_file
                   at end
                       set load_eof to true
                   not at end
                       perform load_one_entry
               end-read
           end-perform.
           close load_file.
           close run_ledger_file.
           display loaded_count " entries loaded into "
               run_ledger_filename " from "
               function trim(load_filename).
           if load_failed_count > zero
               display "[WARN] " load_failed_count
                   " entries could not be keyed"
               set roll_failed to true
           end-if.
           string "run ledger loaded from " load_filename
               delimited by size into audit_message
           end-string.
           perform log_audit_message.

        load_one_entry.
           if load_record = spaces
               exit paragraph
           end-if.
           move spaces to ledger_record.
           move load_module_id to ledger_module_id.
           move load_run_ts to ledger_run_ts.
           move load_rest to ledger_record(27:99).
      *> the old file has no sequence - a module on several
      *> manifests in one run steps past its own earlier entries.
           move zero to ledger_seq.
           write ledger_record.
           perform until run_ledger_status not = '22'
                   or ledger_seq >= 99
               add 1 to ledger_seq
               write ledger_record
           end-perform.
           if run_ledger_status = '00'
               add 1 to loaded_count
           else
               add 1 to load_failed_count
               display "[WARN] failed to load " load_module_id " "
                   load_run_ts ": " run_ledger_status
           end-if.

        roll_up_closed_months.
           if roll_failed
               exit paragraph
           end-if.
           open i-o run_ledger_file.
           if run_ledger_status = '35'
               display "no " run_ledger_filename " - nothing to roll"
               exit paragraph
           end-if.
           if run_ledger_status not = '00'
               display "failed to open " run_ledger_filename ": "
                   run_ledger_status
               set roll_failed to true
               exit paragraph
           end-if.
           open i-o ledger_summary_file.
           if ledger_summary_status = '35'
               open output ledger_summary_file
               close ledger_summary_file
               open i-o ledger_summary_file
           end-if.
           if ledger_summary_status not = '00'
               display "failed to open " ledger_summary_filename ": "
                   ledger_summary_status
               close run_ledger_file
               set roll_failed to true
               exit paragraph
           end-if.
           perform check_earlier_rollups.
           if roll_failed
               close ledger_summary_file
               close run_ledger_file
               exit paragraph
           end-if.
           move 'n' to run_ledger_eof_flag.
           perform until run_ledger_eof or roll_failed
               read run_ledger_file next record
                   at end
                       set run_ledger_eof to true
                   not at end
                       if ledger_run_ts(1:6) > through_month
                           add 1 to kept_count
                       else
                           perform roll_one_entry
                       end-if
               end-read
           end-perform.
           if archive_open
               close ledger_archive_file
           end-if.
           close ledger_summary_file.
           close run_ledger_file.

        check_earlier_rollups.
      *> a month's archive holding an entry that is still on the
      *> live ledger means an earlier rollup stopped part way -
      *> rolling that month again would archive and sum it twice.
      *> first list the months this run would roll.
           move 'n' to run_ledger_eof_flag.
           perform until run_ledger_eof
               read run_ledger_file next record
                   at end
                       set run_ledger_eof to true
                   not at end
                       if ledger_run_ts(1:6) not > through_month
                           perform note_roll_month
                       end-if
               end-read
           end-perform.
           move 1 to roll_month_scan.
           perform until roll_month_scan > roll_month_total
               perform check_month_archive
               add 1 to roll_month_scan
           end-perform.
           if still_live_total > zero
               display "[ERROR] " still_live_total " archived"
                   " entries are still on " run_ledger_filename
                   " - an earlier rollup stopped part way. take them"
                   " out of the archive, restore "
                   ledger_summary_filename
                   " to before that rollup, and rerun"
               string still_live_total " archived entries still on "
                   run_ledger_filename " - rollup refused"
                   delimited by size into audit_message
               end-string
               perform log_audit_message
               set roll_failed to true
               exit paragraph
           end-if.
      *> back to the top of the ledger for the rollup itself.
           move 'n' to run_ledger_eof_flag.
           move low-values to ledger_key.
           start run_ledger_file key is >= ledger_key
               invalid key
                   set run_ledger_eof to true
           end-start.

        note_roll_month.
           move zero to roll_month_found.
           move 1 to roll_month_scan.
           perform until roll_month_scan > roll_month_total
                   or roll_month_found > zero
               if roll_month(roll_month_scan) = ledger_run_ts(1:6)
                   move roll_month_scan to roll_month_found
               end-if
               add 1 to roll_month_scan
           end-perform.
           if roll_month_found = zero and roll_month_total < 600
               add 1 to roll_month_total
               move ledger_run_ts(1:6) to roll_month(roll_month_total)
           end-if.

        check_month_archive.
           move spaces to ledger_archive_filename.
           string "ledgarch_" roll_month(roll_month_scan) ".txt"
               delimited by size into ledger_archive_filename
           end-string.
           open input ledger_archive_file.
           if ledger_archive_status = '35'
               exit paragraph
           end-if.
           if ledger_archive_status not = '00'
               display "[ERROR] failed to open "
                   function trim(ledger_archive_filename) ": "
                   ledger_archive_status
               set roll_failed to true
               exit paragraph
           end-if.
           move zero to still_live_count.
           move 'n' to archive_eof_flag.
           perform until archive_eof
               read ledger_archive_file
                   at end
                       set archive_eof to true
                   not at end
                       move ledger_archive_record to ledger_record
                       read run_ledger_file
                           invalid key
                               continue
                           not invalid key
                               add 1 to still_live_count
                       end-read
               end-read
           end-perform.
           close ledger_archive_file.
           if still_live_count > zero
               display "[ERROR] "
                   function trim(ledger_archive_filename) " holds "
                   still_live_count " entries still on "
                   run_ledger_filename
               add still_live_count to still_live_total
           end-if.

        roll_one_entry.
           perform archive_one_entry.
           if roll_failed
               exit paragraph
           end-if.
           perform add_to_month_summary.
           if roll_failed
               exit paragraph
           end-if.
           delete run_ledger_file record
               invalid key
                   display "[ERROR] failed to remove "
                       ledger_module_id " " ledger_run_ts
                       " from " run_ledger_filename ": "
                       run_ledger_status
                   set roll_failed to true
                   exit paragraph
           end-delete.
           add 1 to rolled_count.
           add ledger_fuel_p1 to rolled_fuel_p1.
           add ledger_fuel_p2 to rolled_fuel_p2.

        archive_one_entry.
      *> one archive per month - entries of several closed months
      *> rolled together each go to their own month's file.
           if ledger_run_ts(1:6) not = archive_month
               if archive_open
                   close ledger_archive_file
                   move 'n' to archive_open_flag
               end-if
               move ledger_run_ts(1:6) to archive_month
               move spaces to ledger_archive_filename
               string "ledgarch_" archive_month ".txt"
                   delimited by size into ledger_archive_filename
               end-string
               open extend ledger_archive_file
               if ledger_archive_status = '35'
                   open output ledger_archive_file
               end-if
               if ledger_archive_status not = '00'
                   display "[ERROR] failed to open "
                       function trim(ledger_archive_filename) ": "
                       ledger_archive_status
                   set roll_failed to true
                   exit paragraph
               end-if
               set archive_open to true
           end-if.
           write ledger_archive_record from ledger_record.
           if ledger_archive_status not = '00'
               display "[ERROR] failed to write "
                   function trim(ledger_archive_filename) ": "
                   ledger_archive_status
               set roll_failed to true
           end-if.

        add_to_month_summary.
           move ledger_module_id to summary_module_id.
           move ledger_run_ts(1:6) to summary_month.
           read ledger_summary_file
               invalid key
                   move zero to summary_entry_count
                   move zero to summary_run_count
                   move zero to summary_fuel_p1
                   move zero to summary_fuel_p2
                   move zero to summary_last_mass
                   move spaces to summary_first_run_ts
                   move spaces to summary_last_run_ts
           end-read.
           add 1 to summary_entry_count.
      *> a module's entries come off the key in run order, so a
      *> stamp past the last one seen is a new run. a reversal
      *> entry takes back the run it reversed instead.
           if ledger_reversal
               if ledger_run_reversal
                   subtract 1 from summary_run_count
               end-if
           else
               if ledger_run_ts > summary_last_run_ts
                       or summary_last_run_ts = spaces
                   add 1 to summary_run_count
                   move ledger_run_ts to summary_last_run_ts
                   move ledger_mass to summary_last_mass
               end-if
           end-if.
           if summary_first_run_ts = spaces
                   or ledger_run_ts < summary_first_run_ts
               move ledger_run_ts to summary_first_run_ts
           end-if.
           add ledger_fuel_p1 to summary_fuel_p1.
           add ledger_fuel_p2 to summary_fuel_p2.
           move run_ts(1:14) to summary_rolled_ts.
           if summary_entry_count = 1
               write summary_record
               add 1 to summaries_added
           else
               rewrite summary_record
               add 1 to summaries_updated
           end-if.
           if ledger_summary_status not = '00'
               display "[ERROR] failed to update "
                   ledger_summary_filename " for " ledger_module_id
                   " " summary_month ": " ledger_summary_status
               set roll_failed to true
           end-if.

        log_audit_message.
           if audit_log_file_status not = '00'
               move spaces to audit_message
               exit paragraph
           end-if.
           move function current-date to audit_timestamp.
           move audit_timestamp(1:14) to audit_ts_out.
           move space to audit_gap.
           move audit_message to audit_message_out.
           write audit_log_record.
           move spaces to audit_message.
