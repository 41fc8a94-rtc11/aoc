        IDENTIFICATION DIVISION.
        program-id. backout.

        *> backs out a manifest that was posted in error - the wrong
        *> supplier's file, or the right file under the wrong section.
        *> given the manifest's name as the registry holds it, finds
        *> the run-ledger entries it posted and not yet backed out and
        *> reverses them:
        *>   - a reversal entry per entry posted goes on the ledger,
        *>     the fuel negated, keyed under the backout's own stamp
        *>     and pointing back at the run it reverses;
        *>   - the fuel comes off the module master's cumulatives and
        *>     the run off its run count - unless the module came in
        *>     on another manifest in the same run, when the run
        *>     still stands and only the fuel is taken back;
        *>   - a reversal record goes on the run history;
        *>   - the manifest's registry entries are marked reversed,
        *>     so day1 will take the manifest again;
        *>   - the audit log gets the count and fuel reversed.
        *> an entry whose reversal failed to post leaves the master
        *> as it was and the registry unmarked - running the backout
        *> again reverses what is left, passing over every entry
        *> that already has its reversal on the ledger.
        *> a manifest whose run has been rolled up by ledgroll can no
        *> longer be backed out here, and nothing is done while a
        *> day1 run holds day1.lock. only an operator signed on with
        *> the backout role can run it, and the audit lines carry
        *> the operator's id.

        ENVIRONMENT DIVISION.
        input-output section.
        file-control.
            select run_lock_file assign to run_lock_filename
                organization is line sequential
                status is run_lock_status.
            select registry_file assign to registry_filename
                organization is line sequential
                status is registry_file_status.
            select keep_file assign to keep_filename
                organization is line sequential
                status is keep_file_status.
            select ledger_archive_file
                assign to ledger_archive_filename
                organization is line sequential
                status is ledger_archive_status.
            select run_ledger_file assign to run_ledger_filename
                organization is indexed
                access is dynamic
                record key is ledger_key
                status is run_ledger_status.
            select module_master_file assign to module_master_filename
                organization is indexed
                access is random
                record key is master_module_id
                status is module_master_status.
            select run_history_file assign to run_history_filename
                organization is line sequential
                status is run_history_status.
            select audit_log_file assign to audit_log_filename
                organization is line sequential
                status is audit_log_file_status.
            select operator_file assign to operator_filename
                organization is line sequential
                status is operator_file_status.

        DATA DIVISION.
        file section.
        fd run_lock_file.
        01 run_lock_record pic x(215).

        fd registry_file.
        01 registry_record.
            05 registry_filename_out pic x(40).
            05 registry_gap_1 pic x(1).
            05 registry_record_count pic 9(7).
            05 registry_gap_2 pic x(1).
            05 registry_mass_sum pic s9(9)v99.
            05 registry_gap_3 pic x(1).
            05 registry_run_ts pic x(14).
            05 registry_gap_4 pic x(1).
            05 registry_status pic x(1).
                88 registry_reversed value 'R'.
            05 registry_gap_5 pic x(1).
            05 registry_reversed_ts pic x(14).

        fd keep_file.
        01 keep_record pic x(92).

        fd ledger_archive_file.
        01 ledger_archive_record pic x(142).

        fd run_ledger_file.
        copy "runledg.cpy".

        fd module_master_file.
        copy "modmast.cpy".

        fd run_history_file.
        copy "runhist.cpy".

        fd audit_log_file.
        01 audit_log_record.
            05 audit_ts_out pic x(14).
            05 audit_gap pic x(1).
            05 audit_message_out pic x(80).

        fd operator_file.
        copy "operrec.cpy".

        working-storage section.
        copy "signon-ws.cpy".
        01 run_lock_filename pic x(9) value "day1.lock".
        01 run_lock_status pic xx.
        01 registry_filename pic x(12) value "registry.txt".
        01 registry_file_status pic xx.
        01 registry_eof_flag pic x value 'n'.
            88 registry_eof value 'y'.
        01 keep_filename pic x(12) value "registry.tmp".
        01 keep_file_status pic xx.
        01 ledger_archive_filename pic x(20).
        01 ledger_archive_status pic xx.
        01 run_ledger_filename pic x(13) value "runledger.dat".
        01 run_ledger_status pic xx.
        01 run_ledger_eof_flag pic x value 'n'.
            88 run_ledger_eof value 'y'.
        01 module_master_filename pic x(13) value "modmaster.dat".
        01 module_master_status pic xx.
        01 run_history_filename pic x(11) value "runhist.txt".
        01 run_history_status pic xx.
        01 audit_log_filename pic x(13) value "audit_log.txt".
        01 audit_log_file_status pic xx.
        01 audit_timestamp pic x(21).
        01 audit_message pic x(80).
        01 run_ts pic x(21).
        01 backout_stamp pic x(14).
        01 manifest_name pic x(40).
        01 reply_text pic x(10).
        01 registered_count pic 9(5) value zero.
        01 rolled_month pic x(6) value spaces.
        01 reversal_table.
            05 reversal_entry occurs 5000 times.
                10 rv_module_id pic x(10).
                10 rv_section pic x(30).
                10 rv_reversed_run_ts pic x(14).
                10 rv_type pic x(1).
                    88 rv_run_reversal value 'R'.
        01 reversal_total pic 9(4) value zero.
        01 reversal_scan pic 9(4).
        01 reversal_found pic 9(4).
        01 backout_table.
            05 backout_entry occurs 5000 times.
                10 bk_module_id pic x(10).
                10 bk_run_ts pic x(14).
                10 bk_mass pic s9(6)v99.
                10 bk_fuel_p1 pic s9(9)v99.
                10 bk_fuel_p2 pic s9(9)v99.
                10 bk_section pic x(30).
                10 bk_run_shared_flag pic x.
                    88 bk_run_shared value 'y'.
        01 backout_total pic 9(4) value zero.
        01 backout_scan pic 9(4).
        01 backout_found pic 9(4).
        01 backout_overflow_flag pic x value 'n'.
            88 backout_overflow value 'y'.
        01 module_list.
            05 module_listed occurs 5000 times pic x(10).
        01 module_total pic 9(4) value zero.
        01 module_scan pic 9(4).
        01 module_found pic 9(4).
        01 shared_seq pic 9(2).
        01 shared_scan pic 9(4).
        01 shared_done_flag pic x.
            88 shared_done value 'y'.
        01 other_manifest pic x(40).
        01 other_reversed_flag pic x.
            88 other_reversed value 'y'.
        01 reversal_scan_flag pic x.
            88 reversal_scan_done value 'y'.
        01 total_fuel_p1 pic s9(9)v99 value zero.
        01 total_fuel_p2 pic s9(9)v99 value zero.
        01 posted_fuel_p1 pic s9(9)v99 value zero.
        01 posted_fuel_p2 pic s9(9)v99 value zero.
        01 runs_taken_back pic 9(5) value zero.
        01 entries_written pic 9(5) value zero.
        01 post_failed_count pic 9(5) value zero.
        01 master_short_count pic 9(5) value zero.
        01 fuel_out pic z(8)9.99-.
        01 fuel_p2_out pic z(8)9.99-.
        01 entry_count_out pic zzzz9.

        PROCEDURE DIVISION.
        main.
           move function current-date to run_ts
           move run_ts(1:14) to backout_stamp
           perform sign_on_operator
           move 'B' to role_wanted
           perform check_operator_role
           if not role_granted
               perform refuse_without_role
               move 16 to return-code
               stop run
           end-if
           perform check_run_lock
           display "manifest to back out (blank to quit): "
               with no advancing
           move spaces to manifest_name
           accept manifest_name
           if manifest_name = spaces
               display "nothing backed out"
               stop run
           end-if
           perform find_registry_entries
           perform check_rolled_months
           perform collect_ledger_entries
           perform show_backout
           display "back out " function trim(manifest_name)
               "? (Y/N): " with no advancing
           move spaces to reply_text
           accept reply_text
           if function upper-case(reply_text(1:1)) not = "Y"
               display "nothing backed out"
               stop run
           end-if
           perform post_reversals
           perform write_reversal_history
      *> the registry is only marked once everything is reversed -
      *> a backout that failed part way is rerun to finish it.
           if post_failed_count = zero
               perform mark_registry_reversed
           end-if
      *> the prefix in front of each log line leaves too little
      *> room for the name and the figures together.
           if post_failed_count = zero
               string "backed out " delimited by size
                   manifest_name delimited by space
                   into audit_message
               end-string
           else
               string "backout incomplete " delimited by size
                   manifest_name delimited by space
                   into audit_message
               end-string
           end-if
           perform log_audit_message
           move posted_fuel_p1 to fuel_out
           move posted_fuel_p2 to fuel_p2_out
           move entries_written to entry_count_out
           string function trim(entry_count_out) delimited by size
               " entries p1 " delimited by size
               function trim(fuel_out) delimited by size
               " p2 " delimited by size
               function trim(fuel_p2_out) delimited by size
               into audit_message
           end-string
           perform log_audit_message
           string "stamp " backout_stamp ", " delimited by size
               runs_taken_back delimited by size
               " run(s) off the master" delimited by size
               into audit_message
           end-string
           perform log_audit_message
           display function trim(manifest_name) " - "
               entries_written " reversal entries, " runs_taken_back
               " run(s) taken off the master"
           if post_failed_count > zero
               display "[ERROR] " post_failed_count
                   " step(s) failed - see above. the registry is not"
                   " marked reversed: put right what failed and run"
                   " the backout again to finish it"
               string post_failed_count " step(s) failed - registry"
                   " not marked, rerun to finish"
                   delimited by size into audit_message
               end-string
               perform log_audit_message
               move 12 to return-code
           else
               display "the manifest may now be run again - put it"
                   " back in the input directory from the archive"
               if master_short_count > zero
                   move 4 to return-code
               else
                   move zero to return-code
               end-if
           end-if
           stop run.

        check_run_lock.
      *> day1 keys entries into the ledger and rewrites the master
      *> as it posts - a backout underneath a live run would race it.
           open input run_lock_file.
           if run_lock_status = '00'
               close run_lock_file
               display "[ERROR] a day1 run holds " run_lock_filename
                   " - back out once it has finished"
               move 16 to return-code
               stop run
           end-if.

        find_registry_entries.
           open input registry_file.
           if registry_file_status not = '00'
               display "[ERROR] no " registry_filename " on file"
               move 16 to return-code
               stop run
           end-if.
           perform until registry_eof
               read registry_file
                   at end
                       set registry_eof to true
                   not at end
                       if registry_filename_out = manifest_name
                               and not registry_reversed
                           add 1 to registered_count
                           if rolled_month = spaces
                                   or registry_run_ts(1:6)
                                       < rolled_month
                               move registry_run_ts(1:6)
                                   to rolled_month
                           end-if
                       end-if
               end-read
           end-perform.
           close registry_file.
           if registered_count = zero
               display "[ERROR] " function trim(manifest_name)
                   " is not in the registry, or is already backed"
                   " out"
               move 16 to return-code
               stop run
           end-if.

        check_rolled_months.
      *> once ledgroll has archived a month its entries are off the
      *> live ledger and summed into ledgsumm.dat - there is nothing
      *> left here to reverse against.
           move spaces to ledger_archive_filename.
           string "ledgarch_" rolled_month ".txt"
               delimited by size into ledger_archive_filename
           end-string.
           open input ledger_archive_file.
           if ledger_archive_status = '00'
               close ledger_archive_file
               display "[ERROR] " function trim(manifest_name)
                   " was posted in " rolled_month
                   ", which has been rolled up - it can no longer"
                   " be backed out"
               move 16 to return-code
               stop run
           end-if.

        collect_ledger_entries.
           open input run_ledger_file.
           if run_ledger_status not = '00'
               display "[ERROR] failed to open " run_ledger_filename
                   ": " run_ledger_status
               move 16 to return-code
               stop run
           end-if.
           perform until run_ledger_eof
               read run_ledger_file next record
                   at end
                       set run_ledger_eof to true
                   not at end
                       if ledger_source_file = manifest_name
                           perform take_manifest_entry
                       end-if
               end-read
           end-perform.
           if backout_overflow
               close run_ledger_file
               display "[ERROR] more than 5000 module runs on "
                   function trim(manifest_name)
                   " - nothing backed out"
               move 16 to return-code
               stop run
           end-if.
      *> an entry an earlier backout already reversed is not live -
      *> even one that backout failed part way through; the rest
      *> are what is left to reverse.
           move 1 to backout_scan.
           perform until backout_scan > backout_total
               perform find_entry_reversal
               if reversal_found > zero
                   perform drop_backout_entry
               else
                   perform check_run_split
                   if not bk_run_shared(backout_scan)
                       perform check_run_shared
                   end-if
                   add 1 to backout_scan
               end-if
           end-perform.
           close run_ledger_file.

        check_run_split.
      *> day1 keys a module loaded under two sections of the
      *> manifest as an entry per section, each reversed on its
      *> own so the charge-back credits the right desk - but the
      *> run is taken back once, by the first of them. the rest
      *> reverse their fuel only - as do all of them when an
      *> earlier backout that stopped part way took the run back.
           move 1 to reversal_scan.
           perform until reversal_scan > reversal_total
                   or bk_run_shared(backout_scan)
               if rv_module_id(reversal_scan)
                       = bk_module_id(backout_scan)
                       and rv_reversed_run_ts(reversal_scan)
                           = bk_run_ts(backout_scan)
                       and rv_run_reversal(reversal_scan)
                   set bk_run_shared(backout_scan) to true
               end-if
               add 1 to reversal_scan
           end-perform.
           move 1 to shared_scan.
           perform until shared_scan >= backout_scan
                   or bk_run_shared(backout_scan)
               if bk_module_id(shared_scan)
                       = bk_module_id(backout_scan)
                       and bk_run_ts(shared_scan)
                           = bk_run_ts(backout_scan)
                   set bk_run_shared(backout_scan) to true
               end-if
               add 1 to shared_scan
           end-perform.

        take_manifest_entry.
           if ledger_reversal
               perform take_manifest_reversal
               exit paragraph
           end-if.
           move zero to backout_found.
           move 1 to backout_scan.
           perform until backout_scan > backout_total
                   or backout_found > zero
               if bk_module_id(backout_scan) = ledger_module_id
                       and bk_run_ts(backout_scan) = ledger_run_ts
                       and bk_section(backout_scan) = ledger_section
                   move backout_scan to backout_found
               end-if
               add 1 to backout_scan
           end-perform.
           if backout_found = zero
               if backout_total >= 5000
                   set backout_overflow to true
                   exit paragraph
               end-if
               add 1 to backout_total
               move backout_total to backout_found
               move ledger_module_id to bk_module_id(backout_found)
               move ledger_run_ts to bk_run_ts(backout_found)
               move zero to bk_fuel_p1(backout_found)
               move zero to bk_fuel_p2(backout_found)
               move ledger_section to bk_section(backout_found)
               move 'n' to bk_run_shared_flag(backout_found)
           end-if.
           move ledger_mass to bk_mass(backout_found).
           add ledger_fuel_p1 to bk_fuel_p1(backout_found).
           add ledger_fuel_p2 to bk_fuel_p2(backout_found).

        take_manifest_reversal.
           if reversal_total >= 5000
               set backout_overflow to true
               exit paragraph
           end-if.
           add 1 to reversal_total.
           move ledger_module_id to rv_module_id(reversal_total).
           move ledger_section to rv_section(reversal_total).
           move ledger_reversed_run_ts
               to rv_reversed_run_ts(reversal_total).
           move ledger_entry_type to rv_type(reversal_total).

        find_entry_reversal.
           move zero to reversal_found.
           move 1 to reversal_scan.
           perform until reversal_scan > reversal_total
                   or reversal_found > zero
               if rv_module_id(reversal_scan)
                       = bk_module_id(backout_scan)
                       and rv_section(reversal_scan)
                           = bk_section(backout_scan)
                       and rv_reversed_run_ts(reversal_scan)
                           = bk_run_ts(backout_scan)
                   move reversal_scan to reversal_found
               end-if
               add 1 to reversal_scan
           end-perform.

        drop_backout_entry.
           move backout_entry(backout_total)
               to backout_entry(backout_scan).
           subtract 1 from backout_total.

        check_run_shared.
      *> a run keys a module's entries under one stamp with the
      *> sequence counting up from zero - any of them from another
      *> manifest that has not itself been backed out means the
      *> module's run stands without this one.
           move zero to shared_seq.
           move 'n' to shared_done_flag.
           perform until shared_done
               move bk_module_id(backout_scan) to ledger_module_id
               move bk_run_ts(backout_scan) to ledger_run_ts
               move shared_seq to ledger_seq
               read run_ledger_file
                   invalid key
                       set shared_done to true
                   not invalid key
                       if ledger_source_file not = manifest_name
                           move ledger_source_file to other_manifest
                           perform check_other_reversed
                           if not other_reversed
                               set bk_run_shared(backout_scan)
                                   to true
                               set shared_done to true
                           end-if
                       end-if
               end-read
               if shared_seq >= 99
                   set shared_done to true
               else
                   add 1 to shared_seq
               end-if
           end-perform.

        check_other_reversed.
      *> a backout keys its reversals under its own stamp, later
      *> than the run it reverses - read the module's entries from
      *> the run on for one that takes the other manifest's
      *> posting in this run back.
           move 'n' to other_reversed_flag.
           move 'n' to reversal_scan_flag.
           move bk_module_id(backout_scan) to ledger_module_id.
           move bk_run_ts(backout_scan) to ledger_run_ts.
           move zero to ledger_seq.
           start run_ledger_file key is >= ledger_key
               invalid key
                   set reversal_scan_done to true
           end-start.
           perform until reversal_scan_done
               read run_ledger_file next record
                   at end
                       set reversal_scan_done to true
                   not at end
                       if ledger_module_id
                               not = bk_module_id(backout_scan)
                           set reversal_scan_done to true
                       else
                           if ledger_reversal
                                   and ledger_reversed_run_ts
                                       = bk_run_ts(backout_scan)
                                   and ledger_source_file
                                       = other_manifest
                               set other_reversed to true
                               set reversal_scan_done to true
                           end-if
                       end-if
               end-read
           end-perform.

        show_backout.
           if backout_total = zero
               display function trim(manifest_name) " has nothing"
                   " left to reverse on the ledger - only its"
                   " registry entry will be marked reversed"
               exit paragraph
           end-if.
           display "module      run             p1 fuel        p2 fuel"
           move 1 to backout_scan.
           perform until backout_scan > backout_total
               move bk_fuel_p1(backout_scan) to fuel_out
               move bk_fuel_p2(backout_scan) to fuel_p2_out
               if bk_run_shared(backout_scan)
                   display bk_module_id(backout_scan) "  "
                       bk_run_ts(backout_scan) " " fuel_out " "
                       fuel_p2_out "  fuel only - run stands"
               else
                   display bk_module_id(backout_scan) "  "
                       bk_run_ts(backout_scan) " " fuel_out " "
                       fuel_p2_out
               end-if
               add bk_fuel_p1(backout_scan) to total_fuel_p1
               add bk_fuel_p2(backout_scan) to total_fuel_p2
               add 1 to backout_scan
           end-perform.
           move total_fuel_p1 to fuel_out.
           move total_fuel_p2 to fuel_p2_out.
           display backout_total " module run(s) to reverse, p1 "
               function trim(fuel_out) ", p2 "
               function trim(fuel_p2_out).

        post_reversals.
           if backout_total = zero
               exit paragraph
           end-if.
      *> the ledger and the master are reversed together or not at
      *> all - both are open before the first reversal is written,
      *> so a backout that cannot finish leaves nothing to undo.
           open i-o module_master_file.
           if module_master_status not = '00'
               display "[ERROR] failed to open " module_master_filename
                   ": " module_master_status " - nothing backed out"
               string "backout of " delimited by size
                   manifest_name delimited by space
                   " refused - master would not open"
                   delimited by size
                   into audit_message
               end-string
               perform log_audit_message
               move 12 to return-code
               stop run
           end-if.
           open i-o run_ledger_file.
           if run_ledger_status not = '00'
               display "[ERROR] failed to open " run_ledger_filename
                   ": " run_ledger_status " - nothing backed out"
               close module_master_file
               move 12 to return-code
               stop run
           end-if.
           move 1 to backout_scan.
      *> the master only gives up what the ledger has given up, so
      *> a reversal that failed to post leaves both as they were.
           perform until backout_scan > backout_total
               perform write_reversal_entry
               if run_ledger_status = '00'
                   perform adjust_master
                   perform note_module_reversed
               end-if
               add 1 to backout_scan
           end-perform.
           close module_master_file.
           close run_ledger_file.

        write_reversal_entry.
           move spaces to ledger_record.
           move bk_module_id(backout_scan) to ledger_module_id.
           move backout_stamp to ledger_run_ts.
           move bk_mass(backout_scan) to ledger_mass.
           compute ledger_fuel_p1 = zero - bk_fuel_p1(backout_scan).
           compute ledger_fuel_p2 = zero - bk_fuel_p2(backout_scan).
           move manifest_name to ledger_source_file.
           move bk_section(backout_scan) to ledger_section.
           if bk_run_shared(backout_scan)
               set ledger_fuel_reversal to true
           else
               set ledger_run_reversal to true
           end-if.
           move bk_run_ts(backout_scan) to ledger_reversed_run_ts.
           move zero to ledger_seq.
           write ledger_record.
           perform until run_ledger_status not = '22'
                   or ledger_seq >= 99
               add 1 to ledger_seq
               write ledger_record
           end-perform.
           if run_ledger_status = '00'
               add 1 to entries_written
               add bk_fuel_p1(backout_scan) to posted_fuel_p1
               add bk_fuel_p2(backout_scan) to posted_fuel_p2
           else
               display "[ERROR] failed to write reversal for "
                   bk_module_id(backout_scan) " run "
                   bk_run_ts(backout_scan) ": " run_ledger_status
               add 1 to post_failed_count
           end-if.

        adjust_master.
           move bk_module_id(backout_scan) to master_module_id.
           read module_master_file
               invalid key
                   display "[WARN] " bk_module_id(backout_scan)
                       " is not on the master - ledger reversed only"
                   add 1 to master_short_count
                   exit paragraph
           end-read.
      *> the master cannot hold less than nothing - a shortfall
      *> means it was already out of step with the ledger, which
      *> recon will show.
           if master_cumulative_p1 < bk_fuel_p1(backout_scan)
                   or master_cumulative_p2 < bk_fuel_p2(backout_scan)
               display "[WARN] " bk_module_id(backout_scan)
                   " holds less fuel than is being reversed -"
                   " cumulatives floored at zero"
               add 1 to master_short_count
           end-if.
           if master_cumulative_p1 < bk_fuel_p1(backout_scan)
               move zero to master_cumulative_p1
           else
               subtract bk_fuel_p1(backout_scan)
                   from master_cumulative_p1
           end-if.
           if master_cumulative_p2 < bk_fuel_p2(backout_scan)
               move zero to master_cumulative_p2
           else
               subtract bk_fuel_p2(backout_scan)
                   from master_cumulative_p2
           end-if.
           if not bk_run_shared(backout_scan)
                   and master_run_count > zero
               subtract 1 from master_run_count
               add 1 to runs_taken_back
           end-if.
           rewrite master_record
               invalid key
                   display "[ERROR] failed to update "
                       bk_module_id(backout_scan) " on the master: "
                       module_master_status
                   add 1 to post_failed_count
           end-rewrite.

        note_module_reversed.
           move zero to module_found.
           move 1 to module_scan.
           perform until module_scan > module_total
                   or module_found > zero
               if module_listed(module_scan)
                       = bk_module_id(backout_scan)
                   move module_scan to module_found
               end-if
               add 1 to module_scan
           end-perform.
           if module_found = zero
               add 1 to module_total
               move bk_module_id(backout_scan)
                   to module_listed(module_total)
           end-if.

        write_reversal_history.
      *> the totals carry the fuel taken back, the run fuel the same
      *> negated - what the backout itself put on the ledger.
           open extend run_history_file.
           if run_history_status = '35'
               open output run_history_file
           end-if.
           if run_history_status not = '00'
               display "[ERROR] failed to open " run_history_filename
                   ": " run_history_status
               add 1 to post_failed_count
               exit paragraph
           end-if.
           move spaces to run_history_record.
           move backout_stamp to history_run_ts.
           move manifest_name to history_input_files.
           move module_total to history_module_count.
           if total_fuel_p1 < zero
               move zero to history_total_p1
           else
               move total_fuel_p1 to history_total_p1
           end-if.
           if total_fuel_p2 < zero
               move zero to history_total_p2
           else
               move total_fuel_p2 to history_total_p2
           end-if.
           move zero to history_min_mass.
           move zero to history_max_mass.
           move zero to history_reject_count.
           move "REVERSED" to history_control_status.
           move backout_stamp to history_ledger_stamp.
           set history_reversal_run to true.
      *> a reversal that failed to post is not on the ledger, so it
      *> is not in the run fuel either.
           compute history_run_fuel_p1 = zero - posted_fuel_p1.
           compute history_run_fuel_p2 = zero - posted_fuel_p2.
           write run_history_record.
           close run_history_file.

        mark_registry_reversed.
      *> the registry is rewritten whole through a work file, and
      *> only replaces the live one once every entry is on it.
           open input registry_file.
           if registry_file_status not = '00'
               display "[ERROR] failed to reopen " registry_filename
               add 1 to post_failed_count
               exit paragraph
           end-if.
           open output keep_file.
           if keep_file_status not = '00'
               close registry_file
               display "[ERROR] failed to open " keep_filename ": "
                   keep_file_status
               add 1 to post_failed_count
               exit paragraph
           end-if.
           move 'n' to registry_eof_flag.
           perform until registry_eof
               read registry_file
                   at end
                       set registry_eof to true
                   not at end
                       if registry_filename_out = manifest_name
                               and not registry_reversed
                           move space to registry_gap_4
                           set registry_reversed to true
                           move space to registry_gap_5
                           move backout_stamp to registry_reversed_ts
                       end-if
                       write keep_record from registry_record
               end-read
           end-perform.
           close registry_file.
           close keep_file.
           call "CBL_RENAME_FILE" using keep_filename
               registry_filename.
           if return-code not = zero
               display "[ERROR] failed to replace " registry_filename
                   " - updated registry left in " keep_filename
               add 1 to post_failed_count
           end-if.
           move zero to return-code.

        log_audit_message.
      *> opened for each line - a session writes only a handful, and
      *> a line on the log is never left waiting in a buffer. the
      *> operator signed on goes in front of every line.
           open extend audit_log_file.
           if audit_log_file_status = '35'
               open output audit_log_file
           end-if.
           if audit_log_file_status not = '00'
               display "[WARN] failed to open " audit_log_filename
                   ": " audit_log_file_status " - not logged"
               move spaces to audit_message
               exit paragraph
           end-if.
           move function current-date to audit_timestamp.
           move audit_timestamp(1:14) to audit_ts_out.
           move space to audit_gap.
           move spaces to audit_message_out.
           if signed_on
               string "backout " delimited by size
                   signed_on_id delimited by space
                   ": " delimited by size
                   audit_message delimited by size
                   into audit_message_out
               end-string
           else
               string "backout: " audit_message
                   delimited by size into audit_message_out
               end-string
           end-if.
           write audit_log_record.
           close audit_log_file.
           move spaces to audit_message.

        copy "signon.cpy".
