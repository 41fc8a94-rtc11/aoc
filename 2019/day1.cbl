                record key is master_module_id
                status is module_master_status.
            select run_ledger_file assign to run_ledger_filename
                organization is indexed
                access is random
                record key is ledger_key
                status is run_ledger_status.
            select mass_variance_file
                assign to mass_variance_filename
            select allocation_file assign to allocation_filename
                organization is line sequential
                status is allocation_file_status.
            select tank_tran_file assign to tank_tran_filename
                organization is line sequential
                status is tank_tran_status.
            select work_order_file assign to work_order_filename
                organization is line sequential
                status is work_order_status.

        DATA DIVISION.
        file section.
            05 reject_reason_text_out pic x(20).
            05 reject_gap_3 pic x(1).
            05 reject_supplier_out pic x(10).
            05 reject_gap_4 pic x(1).
            05 reject_source_out pic x(40).
            05 reject_gap_5 pic x(1).
            05 reject_run_ts_out pic x(14).

        fd checkpoint_file.
        01 checkpoint_record.
                10 checkpoint_supp_processed pic 9(7).
                10 checkpoint_supp_rejected pic 9(7).
                10 checkpoint_supp_suspended pic 9(7).
            05 checkpoint_home_mismatch_count pic 9(7).

        fd exception_file.
        01 exception_record.
            05 suspense_reason_out pic x(20).
            05 suspense_gap_2 pic x(1).
            05 suspense_supplier_out pic x(10).
            05 suspense_gap_3 pic x(1).
            05 suspense_recheck_out pic x(3).
            05 suspense_gap_4 pic x(1).
            05 suspense_source_out pic x(40).
            05 suspense_gap_5 pic x(1).
            05 suspense_run_ts_out pic x(14).
            05 suspense_gap_6 pic x(1).
            05 suspense_reason_code_out pic x(2).

        fd registry_file.
        01 registry_record.
            05 registry_mass_sum pic s9(9)v99.
            05 registry_gap_3 pic x(1).
            05 registry_run_ts pic x(14).
            05 registry_gap_4 pic x(1).
            05 registry_status pic x(1).
                88 registry_reversed value 'R'.
            05 registry_gap_5 pic x(1).
            05 registry_reversed_ts pic x(14).

        fd run_history_file.
        copy "runhist.cpy".
            05 pendf_fuel_p2 pic s9(9)v99.
            05 pendf_gap_4 pic x(1).
            05 pendf_source_file pic x(40).
            05 pendf_gap_5 pic x(1).
            05 pendf_section pic x(30).

        fd duplicate_state_file.
        01 duplicate_state_record.
        fd allocation_file.
        01 allocation_record pic x(80).

        fd tank_tran_file.
        copy "tanktran.cpy".

        fd work_order_file.
        copy "workord.cpy".

        fd mass_variance_file.
        01 variance_record.
            05 variance_module_out pic x(10).
        01 reject_file_status pic xx.
        01 reject_reason_code pic xx.
        01 reject_reason_text pic x(20).
        01 suspense_reason_code pic xx.
        01 suspense_reason_text pic x(20).
        01 numval_check_result pic 99.
        copy "fileio-ws.cpy".

        01 module_master_status pic xx.
        01 module_master_flag pic x value 'n'.
            88 module_master_available value 'y'.
        01 run_ledger_filename pic x(13) value "runledger.dat".
        01 run_ledger_status pic xx.
        01 run_ledger_flag pic x value 'n'.
            88 run_ledger_available value 'y'.
                10 pend_fuel_p1 pic s9(7)v99.
                10 pend_fuel_p2 pic s9(9)v99.
                10 pend_source_file pic x(40).
                10 pend_section pic x(30).
        01 pending_post_total pic 9(4) value zero.
        01 pend_scan pic 9(4).
        01 pend_found pic 9(4).
        01 pend_section_current pic x(30).
        01 pend_table_full_flag pic x value 'n'.
            88 pend_table_full value 'y'.
        01 post_module_id pic x(10).
        01 post_fuel_p1 pic s9(7)v99.
        01 post_fuel_p2 pic s9(9)v99.
        01 post_source_file pic x(40).
        01 post_section pic x(30).
        01 recovered_dropped_count pic 9(4) value zero.
        01 recovered_file_scan pic 99.
        01 recovered_file_match_flag pic x.
        01 tank_capacity_text pic x(14).
        01 tank_level_text pic x(14).
        01 tank_number_work pic 9(9)v99.
        01 tank_tran_filename pic x(12) value "tanktran.txt".
        01 tank_tran_status pic xx.
        01 tank_tran_eof_flag pic x value 'n'.
            88 tank_tran_eof value 'y'.
        01 tank_tran_open_flag pic x value 'n'.
            88 tank_tran_open value 'y'.
        01 tank_tran_scan pic 99.
        01 tank_tran_quantity pic 9(9)v99.
        01 tank_tran_quantity_out pic z(8)9.99.
        01 tank_pending_issue_total pic 9(11)v99 value zero.
        01 allocation_flag pic x value 'n'.
            88 allocation_enabled value 'y'.
        01 allocation_filename pic x(12) value "allocrpt.txt".
            05 filler pic x(10) value "SHORTFALL".
            05 filler pic x(2).
            05 alloc_short_amount_out pic z(8)9.99.
        01 allocation_draw_table.
            05 draw_entry occurs 500 times.
                10 draw_section pic x(30).
                10 draw_tank_id pic x(10).
                10 draw_amount pic 9(9)v99.
        01 draw_total pic 9(3) value zero.
        01 draw_scan pic 9(3).
        01 draw_table_full_flag pic x value 'n'.
            88 draw_table_full value 'y'.
        01 work_order_filename pic x(13) value "workorder.txt".
        01 work_order_status pic xx.
        01 work_order_count pic 9(5) value zero.
        01 work_order_short_count pic 9(5) value zero.
        01 work_order_section pic x(30).
        01 work_order_need pic 9(9)v99.
        01 work_order_draw_cursor pic 9(3).
        01 work_order_sect_scan pic 99.
        01 work_order_sect_found pic 99.
        01 work_order_draw_left pic 9(9)v99.
        01 work_order_member_flag pic x.
            88 work_order_member value 'y'.
        01 run_section_table.
            05 run_section_entry occurs 50 times.
                10 run_sect_name pic x(30).
        01 variance_check_flag pic x value 'n'.
            88 variance_check_enabled value 'y'.
        01 variance_count pic 9(7) value zero.
        01 home_mismatch_count pic 9(7) value zero.
        01 module_blocked_flag pic x value 'n'.
            88 module_blocked value 'y'.
        01 variance_pct pic s9(5)v99.
        01 run_stamp pic x(14).
        01 resubmit_filename pic x(40).
        01 run_own_fuel_p1 pic 9(9)v99 value zero.
        01 run_own_fuel_p2 pic 9(9)v99 value zero.
        01 resubmit_mode_flag pic x value 'n'.
            88 resubmit_mode value 'y'.
        01 registry_filename pic x(12) value "registry.txt".
                   " - audit trail unavailable this run"
           end-if
           perform get_run_parameters
      *> the work orders are tonight's only - clear last night's
      *> before anything can fail, so the crews and worecon never
      *> take a stale list for this run's.
           if not report_only_mode
               call "CBL_DELETE_FILE" using work_order_filename
           end-if
           perform open_reject_file
           if exception_reporting_enabled
               perform open_exception_file

        set_final_return_code.
      *> graded outcome for the scheduler: 0 clean, 2 mass variances
      *> or home-section mismatches were reported, 4 rejects were
      *> written, 8 control totals mismatched, 10 the tank
      *> allocation came up short, 12 an input file could not be
      *> opened or read. the worst condition wins.
           if variance_count > zero and run_severity < 2
               move 2 to run_severity
           end-if.
           if home_mismatch_count > zero and run_severity < 2
               move 2 to run_severity
           end-if.
           if rejected_count > zero and run_severity < 4
               move 4 to run_severity
           end-if.
           move space to history_gap_7.
           move space to history_gap_8.
           move space to history_gap_9.
           move space to history_gap_10.
           move run_stamp to history_ledger_stamp.
           move space to history_gap_11.
           move space to history_gap_12.
           move run_own_fuel_p1 to history_run_fuel_p1.
           move space to history_gap_13.
           move run_own_fuel_p2 to history_run_fuel_p2.
           if resubmit_mode
               set history_resubmit_run to true
           else
               set history_normal_run to true
           end-if.
           perform build_supplier_summary.
           write run_history_record.
           close run_history_file.
           close tank_file.
           if tank_total > zero
               set allocation_enabled to true
               perform apply_pending_tank_issues
           end-if.
           display "tank inventory loaded: " tank_total " tanks".

        apply_pending_tank_issues.
      *> issues drawn by an earlier run that the end-of-day posting
      *> has not yet taken off the tank master are still fuel
      *> promised to the fleet - take them off what this run can
      *> allocate, or the same litres get allocated twice.
           open input tank_tran_file.
           if tank_tran_status not = '00'
               exit paragraph
           end-if.
           move 'n' to tank_tran_eof_flag.
           perform until tank_tran_eof
               read tank_tran_file
                   at end
                       set tank_tran_eof to true
                   not at end
                       perform apply_one_pending_issue
               end-read
           end-perform.
           close tank_tran_file.
           if tank_pending_issue_total > zero
               display "unposted tank issues held back: "
                   tank_pending_issue_total
           end-if.

        apply_one_pending_issue.
      *> only issues count here - receipts and dips are keyed by
      *> hand and are not stock until the posting run accepts them.
           if not tran_issue
               exit paragraph
           end-if.
           move function length(function trim(tran_quantity_text))
               to parm_text_len.
           if parm_text_len = zero
               exit paragraph
           end-if.
           if function test-numval(
                   tran_quantity_text(1:parm_text_len)) not = zero
               exit paragraph
           end-if.
           compute tank_tran_quantity = function numval(
               tran_quantity_text(1:parm_text_len)
           ).
           move 1 to tank_tran_scan.
           perform until tank_tran_scan > tank_total
               if tank_id(tank_tran_scan) = tran_tank_id
                   if tank_tran_quantity
                           > tank_remaining(tank_tran_scan)
                       move tank_remaining(tank_tran_scan)
                           to tank_tran_quantity
                   end-if
                   subtract tank_tran_quantity
                       from tank_remaining(tank_tran_scan)
                   add tank_tran_quantity
                       to tank_pending_issue_total
                   move tank_total to tank_tran_scan
               end-if
               add 1 to tank_tran_scan
           end-perform.

        store_one_tank.
      *> the shop maintains this file by hand, so the line is parsed
      *> by spaces and both numbers are free text, validated the
      *> be released once the list is fixed.
           move input_record to suspense_text.
           move space to suspense_gap.
           move suspense_reason_text to suspense_reason_out.
           move space to suspense_gap_2.
           move supplier_current to suspense_supplier_out.
      *> the re-check count is susprel's to fill in; the manifest,
      *> run and reason code go back to the supplier with the entry.
           move space to suspense_gap_3.
           move spaces to suspense_recheck_out.
           move space to suspense_gap_4.
           move filename to suspense_source_out.
           move space to suspense_gap_5.
           move run_stamp to suspense_run_ts_out.
           move space to suspense_gap_6.
           move suspense_reason_code to suspense_reason_code_out.
           if not report_only_mode
               write suspense_record
           end-if.
           move "MASS VARIANCES" to count_label.
           move variance_count to count_value.
           write report_record from report_count_line.
           move "HOME SECTION MISMATCHES" to count_label.
           move home_mismatch_count to count_value.
           write report_record from report_count_line.
           move "DUPLICATE RECORDS" to count_label.
           move duplicate_count to count_value.
           write report_record from report_count_line.
           end-if.

        open_run_ledger.
           open i-o run_ledger_file.
           if run_ledger_status = '35'
      *> first run on this machine - create the ledger, then reopen
      *> it i-o for the keyed writes, as the master is created.
               open output run_ledger_file
               close run_ledger_file
               open i-o run_ledger_file
           end-if.
           if run_ledger_status = '00'
               set run_ledger_available to true
           move post_fuel_p1 to ledger_fuel_p1.
           move post_fuel_p2 to ledger_fuel_p2.
           move post_source_file to ledger_source_file.
           move post_section to ledger_section.
           move space to ledger_gap_2.
           move space to ledger_gap_3.
           move space to ledger_gap_4.
           move space to ledger_gap_5.
           move space to ledger_gap_6.
           move space to ledger_gap_7.
           move space to ledger_entry_type.
           move space to ledger_gap_8.
           move spaces to ledger_reversed_run_ts.
      *> a module on several manifests in one run gets one entry
      *> per manifest - the sequence number steps past the entries
      *> this run has already keyed for it.
           move zero to ledger_seq.
           write ledger_record.
           perform until run_ledger_status not = '22'
                   or ledger_seq >= 99
               add 1 to ledger_seq
               write ledger_record
           end-perform.
           if run_ledger_status not = '00'
               display "[WARN] failed to write run ledger for "
                   post_module_id ": " run_ledger_status
      *> silently inflating the cumulatives. so the run's updates
      *> accumulate here and hit the master exactly once, at clean
      *> end of run. a reprint records nothing - the live run
      *> already posted this manifest. a module's updates are kept
      *> apart per manifest, so each ledger entry carries only its
      *> own manifest's fuel and a manifest can be backed out alone,
      *> and per section within the manifest, so the entry, the
      *> work order and the charge-back land on the section that
      *> drew the fuel.
           if report_only_mode
               exit paragraph
           end-if.
           if section_active
               move section_name_current to pend_section_current
           else
               move spaces to pend_section_current
           end-if.
           move zero to pend_found.
           move 1 to pend_scan.
           perform until pend_scan > pending_post_total
                   or pend_found > zero
               if pend_module_id(pend_scan) = module_id
                       and pend_source_file(pend_scan) = filename
                       and pend_section(pend_scan)
                           = pend_section_current
                   move pend_scan to pend_found
               end-if
               add 1 to pend_scan
               move fuel_p1_result to post_fuel_p1
               move fuel_p2_result to post_fuel_p2
               move filename to post_source_file
               move pend_section_current to post_section
               perform post_one_module
               exit paragraph
           end-if.
           move fuel_p2_result
               to pend_fuel_p2(pending_post_total).
           move filename to pend_source_file(pending_post_total).
           move pend_section_current
               to pend_section(pending_post_total).

        post_module_master.
      *> the run ended cleanly, so the accumulated updates go to
               move pend_fuel_p2(pend_scan) to post_fuel_p2
               move pend_source_file(pend_scan)
                   to post_source_file
               move pend_section(pend_scan) to post_section
               perform post_one_module
               add 1 to pend_scan
           end-perform.
                   end-if
                   move 1 to master_run_count
                   move run_stamp to master_last_run_ts
                   move space to master_status
                   move spaces to master_home_section
                   move spaces to master_owner
                   move run_stamp(1:8) to master_status_date
                   write master_record
               not invalid key
                   move post_mass to master_last_mass
               move pend_fuel_p2(pend_scan) to pendf_fuel_p2
               move pend_source_file(pend_scan)
                   to pendf_source_file
               move pend_section(pend_scan) to pendf_section
               move space to pendf_gap_1
               move space to pendf_gap_2
               move space to pendf_gap_3
               move space to pendf_gap_4
               move space to pendf_gap_5
               write pending_post_record
               add 1 to pend_scan
           end-perform.
               to pend_fuel_p2(pending_post_total).
           move pendf_source_file
               to pend_source_file(pending_post_total).
           move pendf_section to pend_section(pending_post_total).

        check_duplicate.
      *> the same module id turning up twice in a run - twice in one
               move 'n' to variance_check_flag
           end-if.

        check_module_status.
      *> a module on hold for inspection or retired must not be
      *> fuelled - it goes to suspense under its own reason so
      *> susprel can release it once the master shows it active
      *> again. a module turning up under a section other than its
      *> home section is fuelled as normal but flagged, so the
      *> loading plan can be checked. as with the variance check, a
      *> reprint skips this: the master carries today's status,
      *> not the status the run being reprinted saw.
           move 'n' to module_blocked_flag.
           if report_only_mode or not module_master_available
               exit paragraph
           end-if.
           move module_id to master_module_id.
           read module_master_file
               invalid key
      *> not on the master yet - a new module is active until
      *> someone says otherwise.
                   exit paragraph
           end-read.
           if master_on_hold
               move "S2" to suspense_reason_code
               move "MODULE ON HOLD" to suspense_reason_text
               set module_blocked to true
               exit paragraph
           end-if.
           if master_retired
               move "S3" to suspense_reason_code
               move "MODULE RETIRED" to suspense_reason_text
               set module_blocked to true
               exit paragraph
           end-if.
           if master_home_section = spaces or not section_active
               exit paragraph
           end-if.
           if master_home_section = section_name_current
               exit paragraph
           end-if.
           add 1 to home_mismatch_count.
           display "[WARN] module " module_id " loaded under section "
               function trim(section_name_current)
               ", home section " function trim(master_home_section).
           string "module " module_id " outside home section "
               master_home_section
               delimited by size into audit_message
           end-string.
           perform log_audit_message.

        check_mass_variance.
      *> a fat-fingered mass (12.5 keyed as 125) is numeric and
      *> positive, so it sails straight through the other edits -
           display "avg fuel p2: " avg_fuel_p2.
           display "suspended records: " suspended_count.
           display "mass variances: " variance_count.
           display "home section mismatches: " home_mismatch_count.
           display "duplicate records: " duplicate_count.
           display "input files skipped as already processed: "
               skipped_file_count.
               delimited by size into allocation_record
           end-string.
           write allocation_record.
      *> every draw is also queued as an issue for the end-of-day
      *> tank posting, so the tank master follows the allocation.
           open extend tank_tran_file.
           if tank_tran_status = '35'
               open output tank_tran_file
           end-if.
           if tank_tran_status = '00'
               set tank_tran_open to true
           else
               display "[WARN] failed to open " tank_tran_filename
                   ": " tank_tran_status
                   " - tank issues must be keyed by hand"
               string "failed to open " tank_tran_filename ": "
                   tank_tran_status
                   " - tank issues not queued"
                   delimited by size into audit_message
               end-string
               perform log_audit_message
           end-if.
           move zero to allocation_required_total.
           move zero to allocation_shortfall_total.
           move zero to shortfall_count.
           end-perform.
      *> records processed outside any section header still need
      *> fuel - allocate the remainder of the part-2 total as its
      *> own requirement rather than letting it vanish. the
      *> remainder is taken from what this run posted: a resubmit
      *> has the prior run's totals merged in, and that fuel was
      *> drawn and queued when the prior run allocated it.
           if run_own_fuel_p2 > sectioned_fuel_p2
               move "(NO SECTION)" to allocation_section_name
               compute allocation_need =
                   run_own_fuel_p2 - sectioned_fuel_p2
               perform allocate_one_section
           end-if.
           move spaces to allocation_record.
           move allocation_shortfall_total to alloc_amount_out.
           write allocation_record from allocation_detail.
           close allocation_file.
           if tank_tran_open
               close tank_tran_file
               move 'n' to tank_tran_open_flag
           end-if.
           perform write_work_orders.
           display "allocation report written to "
               allocation_filename.
           if shortfall_count > zero
                   move tank_id(tank_scan) to alloc_tank_out
                   move allocation_draw to alloc_amount_out
                   write allocation_record from allocation_detail
                   perform queue_tank_issue
                   perform record_allocation_draw
                   subtract allocation_draw
                       from tank_remaining(tank_scan)
                   subtract allocation_draw from allocation_need
                   " - downstream loading must hold"
           end-if.

        record_allocation_draw.
      *> the work orders split each section's draws back out to
      *> the modules that make up the section's requirement.
           if draw_total >= 500
               if not draw_table_full
                   display "[WARN] more than 500 tank draws this run"
                       " - later draws have no work orders"
                   set draw_table_full to true
               end-if
               exit paragraph
           end-if.
           add 1 to draw_total.
           move allocation_section_name to draw_section(draw_total).
           move tank_id(tank_scan) to draw_tank_id(draw_total).
           move allocation_draw to draw_amount(draw_total).

        write_work_orders.
      *> one work order per module, section by section in the order
      *> the allocation drew for them, modules within a section in
      *> the order they were loaded - the crews fuel down the list.
      *> each module takes its fuel from the section's draws in
      *> turn, so a module is assigned the tank its fuel starts in.
           if pending_post_total = zero
               exit paragraph
           end-if.
           open output work_order_file.
           if work_order_status not = '00'
               display "[WARN] failed to open " work_order_filename
                   ": " work_order_status
               string "failed to open " work_order_filename ": "
                   work_order_status
                   delimited by size into audit_message
               end-string
               perform log_audit_message
               exit paragraph
           end-if.
           move zero to work_order_count.
           move zero to work_order_short_count.
           move 1 to run_sect_scan.
           perform until run_sect_scan > run_section_total
               move run_sect_name(run_sect_scan)
                   to work_order_section
               perform write_section_work_orders
               add 1 to run_sect_scan
           end-perform.
           move "(NO SECTION)" to work_order_section.
           perform write_section_work_orders.
           close work_order_file.
           display work_order_count " work orders written to "
               work_order_filename.
           if work_order_short_count > zero
               display "[WARN] " work_order_short_count
                   " work orders not fully covered by tank stock"
           end-if.

        write_section_work_orders.
           move zero to work_order_draw_cursor.
           perform find_next_section_draw.
           move 1 to pend_scan.
           perform until pend_scan > pending_post_total
               perform check_work_order_member
               if work_order_member
                       and pend_fuel_p2(pend_scan) > zero
                   perform write_one_work_order
               end-if
               add 1 to pend_scan
           end-perform.

        check_work_order_member.
      *> modules loaded outside any section header - or under a
      *> section that never made the allocation table - draw from
      *> the "(NO SECTION)" remainder, as allocate_fuel does.
           move 'n' to work_order_member_flag.
           if work_order_section not = "(NO SECTION)"
               if pend_section(pend_scan) = work_order_section
                   set work_order_member to true
               end-if
               exit paragraph
           end-if.
           if pend_section(pend_scan) = spaces
               set work_order_member to true
               exit paragraph
           end-if.
           move zero to work_order_sect_found.
           move 1 to work_order_sect_scan.
           perform until work_order_sect_scan > run_section_total
                   or work_order_sect_found > zero
               if run_sect_name(work_order_sect_scan)
                       = pend_section(pend_scan)
                   move work_order_sect_scan to work_order_sect_found
               end-if
               add 1 to work_order_sect_scan
           end-perform.
           if work_order_sect_found = zero
               set work_order_member to true
           end-if.

        find_next_section_draw.
           move work_order_draw_cursor to draw_scan.
           move zero to work_order_draw_cursor.
           move zero to work_order_draw_left.
           add 1 to draw_scan.
           perform until draw_scan > draw_total
                   or work_order_draw_cursor > zero
               if draw_section(draw_scan) = work_order_section
                   move draw_scan to work_order_draw_cursor
                   move draw_amount(draw_scan)
                       to work_order_draw_left
               end-if
               add 1 to draw_scan
           end-perform.

        write_one_work_order.
           add 1 to work_order_count.
           move spaces to work_order_record.
           move run_stamp to wo_run_ts.
           move work_order_count to wo_number.
           move pend_module_id(pend_scan) to wo_module_id.
           move work_order_section to wo_section.
           move pend_fuel_p2(pend_scan) to wo_quantity.
           move pend_fuel_p2(pend_scan) to work_order_need.
           if work_order_draw_cursor > zero
               move draw_tank_id(work_order_draw_cursor)
                   to wo_tank_id
           end-if.
           perform until work_order_need = zero
                   or work_order_draw_cursor = zero
               if work_order_draw_left >= work_order_need
                   subtract work_order_need
                       from work_order_draw_left
                   move zero to work_order_need
               else
                   subtract work_order_draw_left
                       from work_order_need
                   move zero to work_order_draw_left
               end-if
               if work_order_draw_left = zero
                   perform find_next_section_draw
                   if work_order_need > zero
                           and work_order_draw_cursor > zero
                           and wo_split_tank_id = spaces
                       move draw_tank_id(work_order_draw_cursor)
                           to wo_split_tank_id
                   end-if
               end-if
           end-perform.
           move work_order_need to wo_short_quantity.
           evaluate true
               when work_order_need = zero
                   set wo_fully_allocated to true
               when work_order_need = wo_quantity
                   set wo_unallocated to true
                   move spaces to wo_tank_id
                   add 1 to work_order_short_count
               when other
                   set wo_part_short to true
                   add 1 to work_order_short_count
           end-evaluate.
           write work_order_record.

        queue_tank_issue.
           if not tank_tran_open
               exit paragraph
           end-if.
           move spaces to tank_tran_record.
           move tank_id(tank_scan) to tran_tank_id.
           set tran_issue to true.
           move run_stamp(1:8) to tran_date.
           move allocation_draw to tank_tran_quantity_out.
           move function trim(tank_tran_quantity_out)
               to tran_quantity_text.
           string "DAY1 " run_stamp
               delimited by size into tran_reference
           end-string.
           write tank_tran_record.

        check_registry.
           move 'n' to already_registered_flag.
           move 'n' to registry_eof_flag.
                   at end
                       set registry_eof to true
                   not at end
      *> a manifest backed out by backout may be run again.
                       if registry_filename_out = filename
                               and not registry_reversed
                           set already_registered to true
                       end-if
               end-read
           move space to registry_gap_3.
           move function current-date to registry_ts.
           move registry_ts(1:14) to registry_run_ts.
           move space to registry_gap_4.
           move space to registry_status.
           move space to registry_gap_5.
           move spaces to registry_reversed_ts.
           write registry_record.
           close registry_file.

           end-if.
           perform check_authorization.
           if not module_authorized
               move "S1" to suspense_reason_code
               move "NOT AUTHORIZED" to suspense_reason_text
               perform suspend_record
               exit paragraph
           end-if.
           perform check_module_status.
           if module_blocked
               perform suspend_record
               exit paragraph
           end-if.
                               move checkpoint_variance_count
                                   to variance_count
                           end-if
                           if checkpoint_home_mismatch_count
                                   is numeric
                               move checkpoint_home_mismatch_count
                                   to home_mismatch_count
                           end-if
                           perform restore_supplier_checkpoint
                           perform load_duplicate_state
                           perform skip_to_restart_point
           move section_fuel_p2 to checkpoint_section_p2.
           move first_module_flag to checkpoint_first_module_flag.
           move variance_count to checkpoint_variance_count.
           move home_mismatch_count
               to checkpoint_home_mismatch_count.
           move supplier_header_count
               to checkpoint_supplier_headers.
           move supplier_current to checkpoint_supplier_current.
           move reject_reason_text to reject_reason_text_out.
           move space to reject_gap_3.
           move supplier_current to reject_supplier_out.
           move space to reject_gap_4.
           move filename to reject_source_out.
           move space to reject_gap_5.
           move run_stamp to reject_run_ts_out.
           if not report_only_mode
               write reject_record
           end-if.
                   " reprint"
               exit paragraph
           end-if.
      *> what this run itself posted, before a resubmit folds the
      *> prior position in - the run history carries both.
           move total_fuel_p1 to run_own_fuel_p1.
           move total_fuel_p2 to run_own_fuel_p2.
           if resubmit_mode
               perform merge_prior_totals
           end-if.
