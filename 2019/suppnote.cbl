        IDENTIFICATION DIVISION.
        program-id. suppnote.

        *> splits day1's open reject and suspense queues into one
        *> notification file per supplier, so each supplier gets back
        *> exactly the records of theirs that day1 could not fuel and
        *> can fix them at source. every file opens with a cover
        *> summary - the supplier's name and desk from suppmast.txt,
        *> the rejected and suspended counts and a count per reason
        *> code - and then lists each entry with its reason code and
        *> text, the manifest it came in on and the run that queued
        *> it, followed by the original record exactly as received.
        *> the queues themselves are only read: rejfix and susprel
        *> still own clearing them. entries tagged (NONE) came from a
        *> manifest with no SUPPLIER header, so there is nobody to
        *> send them to - they are held back and counted. every file
        *> written, and every held-back batch, goes on the send log
        *> (notifylog.txt) with the time, the supplier, the desk and
        *> the counts.
        *>
        *> files are named supnotify_<supplier>_<yyyymmdd>.txt; a
        *> second run on the same day replaces that day's files with
        *> the queue as it now stands.

        ENVIRONMENT DIVISION.
        input-output section.
        file-control.
            select reject_file assign to reject_filename
                organization is line sequential
                status is reject_file_status.
            select suspense_file assign to suspense_filename
                organization is line sequential
                status is suspense_file_status.
            select supplier_master_file
                assign to supplier_master_filename
                organization is line sequential
                status is supplier_master_status.
            select notice_file assign to notice_filename
                organization is line sequential
                status is notice_file_status.
            select send_log_file assign to send_log_filename
                organization is line sequential
                status is send_log_status.

        DATA DIVISION.
        file section.
        fd reject_file.
        01 reject_record.
            05 reject_text pic x(80).
            05 filler pic x(1).
            05 reject_reason_code pic x(2).
            05 filler pic x(1).
            05 reject_reason_text pic x(20).
            05 filler pic x(1).
            05 reject_supplier pic x(10).
            05 filler pic x(1).
            05 reject_source pic x(40).
            05 filler pic x(1).
            05 reject_run_ts pic x(14).

        fd suspense_file.
        01 suspense_record.
            05 suspense_text pic x(80).
            05 filler pic x(1).
            05 suspense_reason_text pic x(20).
            05 filler pic x(1).
            05 suspense_supplier pic x(10).
            05 filler pic x(1).
            05 suspense_recheck_text pic x(3).
            05 filler pic x(1).
            05 suspense_source pic x(40).
            05 filler pic x(1).
            05 suspense_run_ts pic x(14).
            05 filler pic x(1).
            05 suspense_reason_code pic x(2).

        fd supplier_master_file.
        01 supplier_master_record.
            05 supm_id_in pic x(10).
            05 filler pic x(1).
            05 supm_name_in pic x(30).
            05 filler pic x(1).
            05 supm_desk_in pic x(20).

        fd notice_file.
        01 notice_record pic x(132).

        fd send_log_file.
        01 send_log_record.
            05 send_log_ts pic x(14).
            05 send_log_gap_1 pic x(1).
            05 send_log_supplier pic x(10).
            05 send_log_gap_2 pic x(1).
            05 send_log_name pic x(30).
            05 send_log_gap_3 pic x(1).
            05 send_log_desk pic x(20).
            05 send_log_gap_4 pic x(1).
            05 send_log_file_name pic x(40).
            05 send_log_gap_5 pic x(1).
            05 send_log_rejects pic 9(7).
            05 send_log_gap_6 pic x(1).
            05 send_log_suspends pic 9(7).

        working-storage section.
        01 reject_filename pic x(10) value "reject.txt".
        01 reject_file_status pic xx.
        01 reject_eof_flag pic x value 'n'.
            88 reject_eof value 'y'.
        01 suspense_filename pic x(12) value "suspense.txt".
        01 suspense_file_status pic xx.
        01 suspense_eof_flag pic x value 'n'.
            88 suspense_eof value 'y'.
        01 supplier_master_filename pic x(12) value "suppmast.txt".
        01 supplier_master_status pic xx.
        01 supplier_master_eof_flag pic x value 'n'.
            88 supplier_master_eof value 'y'.
        01 supplier_master_table.
            05 supplier_master_entry occurs 20 times.
                10 supm_id pic x(10).
                10 supm_name pic x(30).
                10 supm_desk pic x(20).
        01 supplier_master_total pic 99 value zero.
        01 supm_scan pic 99.
        01 notice_filename pic x(40).
        01 notice_file_status pic xx.
        01 send_log_filename pic x(13) value "notifylog.txt".
        01 send_log_status pic xx.
        01 send_log_open_flag pic x value 'n'.
            88 send_log_open value 'y'.
        01 run_ts pic x(21).
        01 supplier_table.
            05 supplier_entry occurs 50 times.
                10 note_supplier pic x(10).
                10 note_rejects pic 9(7).
                10 note_suspends pic 9(7).
        01 supplier_total pic 99 value zero.
        01 supplier_scan pic 99.
        01 supplier_found pic 99.
        01 supplier_overflow_count pic 9(7) value zero.
        01 entry_supplier pic x(10).
        01 current_supplier pic x(10).
        01 current_name pic x(30).
        01 current_desk pic x(20).
        01 current_on_master_flag pic x.
            88 current_on_master value 'y'.
        01 reason_table.
            05 reason_entry occurs 30 times.
                10 reason_code pic x(2).
                10 reason_text pic x(20).
                10 reason_count pic 9(7).
        01 reason_total pic 99.
        01 reason_scan pic 99.
        01 reason_found pic 99.
        01 entry_kind pic x(8).
        01 entry_code pic x(2).
        01 entry_text pic x(20).
        01 entry_source pic x(40).
        01 entry_run_ts pic x(14).
        01 entry_original pic x(80).
        01 scan_mode pic x.
            88 scan_counting value 'c'.
            88 scan_listing value 'l'.
        01 files_written pic 99 value zero.
        01 held_rejects pic 9(7) value zero.
        01 held_suspends pic 9(7) value zero.
        01 unknown_supplier_count pic 99 value zero.
        01 notice_failures pic 99 value zero.
        01 report_page_number pic 9(4).
        01 report_detail_count pic 99.
        01 report_lines_per_page pic 99 value 50.
        01 report_heading_1.
            05 filler pic x(8) value "REPORT: ".
            05 filler pic x(34)
                value "SUPPLIER ERROR NOTIFICATION".
            05 filler pic x(10) value "RUN DATE: ".
            05 heading_run_date pic x(10).
            05 filler pic x(8) value "   PAGE ".
            05 heading_page_number pic zzz9.
        01 report_heading_2.
            05 filler pic x(10) value "SUPPLIER: ".
            05 heading_supplier pic x(10).
            05 filler pic x(2).
            05 heading_name pic x(30).
        01 report_column_heads.
            05 filler pic x(10) value "QUEUE".
            05 filler pic x(6) value "CODE".
            05 filler pic x(22) value "REASON".
            05 filler pic x(42) value "MANIFEST".
            05 filler pic x(10) value "RUN DATE".
        01 report_detail.
            05 detail_kind pic x(8).
            05 filler pic x(2).
            05 detail_code pic x(2).
            05 filler pic x(4).
            05 detail_reason pic x(20).
            05 filler pic x(2).
            05 detail_source pic x(40).
            05 filler pic x(2).
            05 detail_run_date pic x(10).
        01 report_original_line.
            05 filler pic x(10) value "  RECORD: ".
            05 original_text pic x(80).
        01 report_reason_line.
            05 filler pic x(4).
            05 reason_line_code pic x(2).
            05 filler pic x(2).
            05 reason_line_text pic x(20).
            05 filler pic x(6).
            05 reason_line_count pic z(6)9.
        01 report_count_line.
            05 count_label pic x(34).
            05 count_value pic z(6)9.

        PROCEDURE DIVISION.
        main.
           move function current-date to run_ts
           perform load_supplier_master
           perform tally_reject_queue
           perform tally_suspense_queue
           if supplier_total = zero and held_rejects = zero
                   and held_suspends = zero
               display "reject and suspense queues are empty -"
                   " nothing to send"
               move zero to return-code
               stop run
           end-if
           perform open_send_log
           move 1 to supplier_scan
           perform until supplier_scan > supplier_total
               perform write_supplier_notice
               add 1 to supplier_scan
           end-perform
           if held_rejects > zero or held_suspends > zero
               perform log_held_entries
           end-if
           if send_log_open
               close send_log_file
           end-if
           display files_written " notification file(s) written"
           if held_rejects > zero or held_suspends > zero
               display "[WARN] held back with no supplier: "
                   held_rejects " reject(s), " held_suspends
                   " suspension(s)"
           end-if
           if supplier_overflow_count > zero
               display "[WARN] more than 50 suppliers on the queues -"
                   " " supplier_overflow_count " entries not sent"
           end-if
           if unknown_supplier_count > zero
               display "[WARN] " unknown_supplier_count
                   " supplier(s) not on " supplier_master_filename
                   " - no desk to send to on file"
           end-if
           if notice_failures > zero
               move 12 to return-code
           else
               if held_rejects > zero or held_suspends > zero
                       or supplier_overflow_count > zero
                       or unknown_supplier_count > zero
                   move 4 to return-code
               else
                   move zero to return-code
               end-if
           end-if
           stop run.

        load_supplier_master.
           open input supplier_master_file.
           if supplier_master_status not = '00'
      *> no supplier master on file - the files still go out by
      *> supplier code, there is just no name or desk to show.
               display "[WARN] no " supplier_master_filename
                   " on file - suppliers shown by code only"
               exit paragraph
           end-if.
           perform until supplier_master_eof
                   or supplier_master_total >= 20
               read supplier_master_file
                   at end
                       set supplier_master_eof to true
                   not at end
                       add 1 to supplier_master_total
                       move supm_id_in
                           to supm_id(supplier_master_total)
                       move supm_name_in
                           to supm_name(supplier_master_total)
                       move supm_desk_in
                           to supm_desk(supplier_master_total)
               end-read
           end-perform.
           if not supplier_master_eof
               display "[WARN] " supplier_master_filename " holds"
                   " more than 20 suppliers - suppliers past the"
                   " 20th were dropped"
           end-if.
           close supplier_master_file.

        tally_reject_queue.
           open input reject_file.
           if reject_file_status not = '00'
               display "no " reject_filename " on file"
               exit paragraph
           end-if.
           move 'n' to reject_eof_flag.
           perform until reject_eof
               read reject_file
                   at end
                       set reject_eof to true
                   not at end
                       if reject_record not = spaces
                           move reject_supplier to entry_supplier
                           perform find_queue_supplier
                           if entry_supplier = "(NONE)"
                               add 1 to held_rejects
                           else
                               if supplier_found > zero
                                   add 1 to note_rejects(supplier_found)
                               end-if
                           end-if
                       end-if
               end-read
           end-perform.
           close reject_file.

        tally_suspense_queue.
           open input suspense_file.
           if suspense_file_status not = '00'
               display "no " suspense_filename " on file"
               exit paragraph
           end-if.
           move 'n' to suspense_eof_flag.
           perform until suspense_eof
               read suspense_file
                   at end
                       set suspense_eof to true
                   not at end
                       if suspense_record not = spaces
                           move suspense_supplier to entry_supplier
                           perform find_queue_supplier
                           if entry_supplier = "(NONE)"
                               add 1 to held_suspends
                           else
                               if supplier_found > zero
                                   add 1
                                       to note_suspends(supplier_found)
                               end-if
                           end-if
                       end-if
               end-read
           end-perform.
           close suspense_file.

        find_queue_supplier.
      *> a blank tag is an entry queued before manifests carried a
      *> SUPPLIER header - treated the same as (NONE).
           if entry_supplier = spaces
               move "(NONE)" to entry_supplier
           end-if.
           move zero to supplier_found.
           if entry_supplier = "(NONE)"
               exit paragraph
           end-if.
           move 1 to supplier_scan.
           perform until supplier_scan > supplier_total
                   or supplier_found > zero
               if note_supplier(supplier_scan) = entry_supplier
                   move supplier_scan to supplier_found
               end-if
               add 1 to supplier_scan
           end-perform.
           if supplier_found > zero
               exit paragraph
           end-if.
           if supplier_total >= 50
               add 1 to supplier_overflow_count
               exit paragraph
           end-if.
           add 1 to supplier_total.
           move supplier_total to supplier_found.
           move entry_supplier to note_supplier(supplier_found).
           move zero to note_rejects(supplier_found).
           move zero to note_suspends(supplier_found).

        write_supplier_notice.
           move note_supplier(supplier_scan) to current_supplier.
           perform find_supplier_master.
           move spaces to notice_filename.
           string "supnotify_" function trim(current_supplier) "_"
               run_ts(1:8) ".txt"
               delimited by size into notice_filename
           end-string.
           open output notice_file.
           if notice_file_status not = '00'
               display "failed to open " function trim(notice_filename)
                   ": " notice_file_status " - supplier "
                   function trim(current_supplier) " not sent"
               add 1 to notice_failures
               exit paragraph
           end-if.
      *> the cover needs the per-reason counts before any entry is
      *> listed, so each queue is read once to count and again to
      *> list.
           move zero to reason_total.
           set scan_counting to true.
           perform scan_reject_queue.
           perform scan_suspense_queue.
           move zero to report_page_number.
           perform write_notice_cover.
           set scan_listing to true.
           perform start_notice_page.
           perform scan_reject_queue.
           perform scan_suspense_queue.
           close notice_file.
           add 1 to files_written.
           display "supplier " current_supplier ": "
               note_rejects(supplier_scan) " reject(s), "
               note_suspends(supplier_scan) " suspension(s) to "
               function trim(notice_filename).
           move spaces to send_log_file_name.
           move notice_filename to send_log_file_name.
           move note_rejects(supplier_scan) to send_log_rejects.
           move note_suspends(supplier_scan) to send_log_suspends.
           perform write_send_log_entry.

        find_supplier_master.
           move 'n' to current_on_master_flag.
           move spaces to current_name.
           move spaces to current_desk.
           move 1 to supm_scan.
           perform until supm_scan > supplier_master_total
                   or current_on_master
               if supm_id(supm_scan) = current_supplier
                   set current_on_master to true
                   move supm_name(supm_scan) to current_name
                   move supm_desk(supm_scan) to current_desk
               end-if
               add 1 to supm_scan
           end-perform.
           if not current_on_master
               move "(NOT ON SUPPLIER MASTER)" to current_name
               add 1 to unknown_supplier_count
           end-if.

        scan_reject_queue.
           open input reject_file.
           if reject_file_status not = '00'
               exit paragraph
           end-if.
           move 'n' to reject_eof_flag.
           perform until reject_eof
               read reject_file
                   at end
                       set reject_eof to true
                   not at end
                       if reject_supplier = current_supplier
                           move "REJECT" to entry_kind
                           move reject_reason_code to entry_code
                           move reject_reason_text to entry_text
                           move reject_source to entry_source
                           move reject_run_ts to entry_run_ts
                           move reject_text to entry_original
                           perform handle_queue_entry
                       end-if
               end-read
           end-perform.
           close reject_file.

        scan_suspense_queue.
           open input suspense_file.
           if suspense_file_status not = '00'
               exit paragraph
           end-if.
           move 'n' to suspense_eof_flag.
           perform until suspense_eof
               read suspense_file
                   at end
                       set suspense_eof to true
                   not at end
                       if suspense_supplier = current_supplier
                           move "SUSPENSE" to entry_kind
                           move suspense_reason_code to entry_code
                           move suspense_reason_text to entry_text
                           move suspense_source to entry_source
                           move suspense_run_ts to entry_run_ts
                           move suspense_text to entry_original
                           perform handle_queue_entry
                       end-if
               end-read
           end-perform.
           close suspense_file.

        handle_queue_entry.
           if scan_counting
               perform count_entry_reason
           else
               perform write_notice_entry
           end-if.

        count_entry_reason.
           move zero to reason_found.
           move 1 to reason_scan.
           perform until reason_scan > reason_total
                   or reason_found > zero
               if reason_code(reason_scan) = entry_code
                       and reason_text(reason_scan) = entry_text
                   move reason_scan to reason_found
               end-if
               add 1 to reason_scan
           end-perform.
           if reason_found = zero
               if reason_total >= 30
                   exit paragraph
               end-if
               add 1 to reason_total
               move reason_total to reason_found
               move entry_code to reason_code(reason_found)
               move entry_text to reason_text(reason_found)
               move zero to reason_count(reason_found)
           end-if.
           add 1 to reason_count(reason_found).

        write_notice_cover.
           perform start_notice_page.
           move spaces to notice_record.
           string "DESK: " current_desk
               delimited by size into notice_record
           end-string.
           write notice_record.
           move spaces to notice_record.
           write notice_record.
           move "RECORDS REJECTED" to count_label.
           move note_rejects(supplier_scan) to count_value.
           write notice_record from report_count_line.
           move "RECORDS SUSPENDED" to count_label.
           move note_suspends(supplier_scan) to count_value.
           write notice_record from report_count_line.
           move "TOTAL RETURNED TO YOU" to count_label.
           compute count_value = note_rejects(supplier_scan)
               + note_suspends(supplier_scan).
           write notice_record from report_count_line.
           move spaces to notice_record.
           write notice_record.
           move "BY REASON" to notice_record.
           write notice_record.
           move 1 to reason_scan.
           perform until reason_scan > reason_total
               move reason_code(reason_scan) to reason_line_code
               move reason_text(reason_scan) to reason_line_text
               move reason_count(reason_scan) to reason_line_count
               write notice_record from report_reason_line
               add 1 to reason_scan
           end-perform.
           move spaces to notice_record.
           write notice_record.
           move spaces to notice_record.
           string "PLEASE CORRECT THESE RECORDS AT SOURCE AND RESEND"
               " THEM ON YOUR NEXT MANIFEST."
               delimited by size into notice_record
           end-string.
           write notice_record.

        write_notice_entry.
           if report_detail_count >= report_lines_per_page
               perform start_notice_page
           end-if.
           move entry_kind to detail_kind.
           move entry_code to detail_code.
           move entry_text to detail_reason.
      *> entries queued before the manifest and run were carried on
      *> the queues have neither to show.
           if entry_source = spaces
               move "(NOT RECORDED)" to detail_source
           else
               move entry_source to detail_source
           end-if.
           move spaces to detail_run_date.
           if entry_run_ts not = spaces
               string entry_run_ts(1:4) "-" entry_run_ts(5:2) "-"
                   entry_run_ts(7:2)
                   delimited by size into detail_run_date
               end-string
           end-if.
           write notice_record from report_detail.
           move entry_original to original_text.
           write notice_record from report_original_line.
           move spaces to notice_record.
           write notice_record.
           add 3 to report_detail_count.

        start_notice_page.
           add 1 to report_page_number.
           move report_page_number to heading_page_number.
           if report_page_number > 1
               perform write_report_page_feed
           end-if.
           move spaces to heading_run_date.
           string run_ts(1:4) "-" run_ts(5:2) "-" run_ts(7:2)
               delimited by size into heading_run_date
           end-string.
           move current_supplier to heading_supplier.
           move current_name to heading_name.
           write notice_record from report_heading_1.
           write notice_record from report_heading_2.
           move spaces to notice_record.
           write notice_record.
           if scan_listing
               write notice_record from report_column_heads
               move spaces to notice_record
               write notice_record
           end-if.
           move zero to report_detail_count.

        write_report_page_feed.
      *> same one-byte form-feed record day1 uses on fuelrpt.txt,
      *> with the same blank-line fallback when the runtime refuses
      *> control bytes in a line sequential file.
           move x"0c" to notice_record.
           write notice_record.
           if notice_file_status not = '00'
               move spaces to notice_record
               write notice_record
           end-if.

        open_send_log.
           open extend send_log_file.
           if send_log_status = '35'
               open output send_log_file
           end-if.
           if send_log_status not = '00'
               display "[WARN] failed to open " send_log_filename ": "
                   send_log_status " - sends not logged this run"
               exit paragraph
           end-if.
           set send_log_open to true.

        log_held_entries.
      *> nobody to send these to - logged so the held-back count is
      *> on record next to what did go out.
           move "(NONE)" to current_supplier.
           move "(HELD - NO SUPPLIER HEADER)" to current_name.
           move spaces to current_desk.
           move "NOT SENT" to send_log_file_name.
           move held_rejects to send_log_rejects.
           move held_suspends to send_log_suspends.
           perform write_send_log_entry.

        write_send_log_entry.
           if not send_log_open
               exit paragraph
           end-if.
           move run_ts(1:14) to send_log_ts.
           move space to send_log_gap_1.
           move current_supplier to send_log_supplier.
           move space to send_log_gap_2.
           move current_name to send_log_name.
           move space to send_log_gap_3.
           move current_desk to send_log_desk.
           move space to send_log_gap_4.
           move space to send_log_gap_5.
           move space to send_log_gap_6.
           write send_log_record.
