        IDENTIFICATION DIVISION.
        program-id. worecon.

        *> matches the fueling crews' confirmations (fuelconf.txt)
        *> back to the work orders day1's allocation raised
        *> (workorder.txt) and reports where the fleet did not get
        *> what the run said it needed: short-fills and over-fills
        *> beyond a tolerance, work orders nobody confirmed, and
        *> confirmations for modules that had no work order. the
        *> confirmation file is keyed from the crews' sheets, one
        *> line per fill, parsed by spaces like the other hand-kept
        *> files:
        *>     work-order-number module-id dispensed crew date
        *> a module filled in two goes is two lines - they add up.
        *> a confirmation whose work-order number does not match its
        *> module is matched on the module instead, since the module
        *> id is what the crew read off the hull - preferring an
        *> order for that module no crew has confirmed yet, since
        *> one module can have an order per manifest in a run.
        *> the program ends with return code 4 when anything is
        *> reported, 12 when the work orders or the report cannot
        *> be opened, 16 on a bad run-control deck.
        *>
        *> run-control deck (WORECON_PARM_FILE, default
        *> wrcparm.txt), KEYWORD=value, all optional:
        *>     FILL_TOLERANCE=pct   a fill no further than this
        *>                          percent from the order is not
        *>                          reported (default 1)

        ENVIRONMENT DIVISION.
        input-output section.
        file-control.
            select parm_file assign to parm_filename
                organization is line sequential
                status is parm_file_status.
            select work_order_file assign to work_order_filename
                organization is line sequential
                status is work_order_status.
            select confirm_file assign to confirm_filename
                organization is line sequential
                status is confirm_file_status.
            select report_file assign to report_filename
                organization is line sequential
                status is report_file_status.

        DATA DIVISION.
        file section.
        fd parm_file.
        01 parm_record pic x(80).

        fd work_order_file.
        copy "workord.cpy".

        fd confirm_file.
        01 confirm_record pic x(80).

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
        01 work_order_filename pic x(13) value "workorder.txt".
        01 work_order_status pic xx.
        01 work_order_eof_flag pic x value 'n'.
            88 work_order_eof value 'y'.
        01 confirm_filename pic x(12) value "fuelconf.txt".
        01 confirm_file_status pic xx.
        01 confirm_eof_flag pic x value 'n'.
            88 confirm_eof value 'y'.
        01 report_filename pic x(12) value "worecrpt.txt".
        01 report_file_status pic xx.
        01 report_page_number pic 9(4) value zero.
        01 report_detail_count pic 99 value zero.
        01 report_lines_per_page pic 99 value 50.
        01 report_ts pic x(21).
        01 tolerance_pct pic 9(3)v99 value 1.
        01 tolerance_out pic zz9.99.
        01 order_table.
            05 order_entry occurs 5000 times.
                10 order_number pic 9(5).
                10 order_module_id pic x(10).
                10 order_section pic x(30).
                10 order_quantity pic 9(9)v99.
                10 order_expected pic 9(9)v99.
                10 order_dispensed pic 9(9)v99.
                10 order_confirm_count pic 9(3).
                10 order_class pic x.
                    88 order_matched value 'm'.
                    88 order_short_fill value 's'.
                    88 order_over_fill value 'o'.
                    88 order_never_fueled value 'n'.
                    88 order_no_stock value 'x'.
        01 order_total pic 9(4) value zero.
        01 order_scan pic 9(4).
        01 order_found pic 9(4).
        01 order_overflow_flag pic x value 'n'.
            88 order_overflow value 'y'.
        01 run_ts_seen pic x(14) value spaces.
        01 unmatched_table.
            05 unmatched_entry occurs 1000 times.
                10 unmatched_text pic x(80).
                10 unmatched_reason pic x(20).
        01 unmatched_total pic 9(4) value zero.
        01 unmatched_scan pic 9(4).
        01 confirm_number_text pic x(10).
        01 confirm_module_id pic x(10).
        01 confirm_quantity_text pic x(14).
        01 confirm_crew pic x(10).
        01 confirm_date pic x(10).
        01 confirm_number pic 9(5).
        01 confirm_quantity pic 9(9)v99.
        01 text_len pic 99.
        01 confirm_read_count pic 9(5) value zero.
        01 confirm_matched_count pic 9(5) value zero.
        01 unmatched_reason_work pic x(20).
        01 tolerance_quantity pic 9(9)v99.
        01 difference_work pic s9(9)v99.
        01 percent_work pic s9(5)v9.
        01 short_fill_count pic 9(5) value zero.
        01 over_fill_count pic 9(5) value zero.
        01 never_fueled_count pic 9(5) value zero.
        01 no_stock_count pic 9(5) value zero.
        01 matched_count pic 9(5) value zero.
        01 grand_ordered pic 9(11)v99 value zero.
        01 grand_expected pic 9(11)v99 value zero.
        01 grand_dispensed pic 9(11)v99 value zero.
        01 listing_class pic x.
        01 listing_count pic 9(5).
        01 report_heading_1.
            05 filler pic x(8) value "REPORT: ".
            05 filler pic x(34)
                value "WORK ORDER FUELING RECONCILIATION".
            05 filler pic x(10) value "RUN DATE: ".
            05 heading_run_date pic x(10).
            05 filler pic x(8) value "   PAGE ".
            05 heading_page_number pic zzz9.
        01 report_column_heads.
            05 filler pic x(7) value "  W/O".
            05 filler pic x(12) value "MODULE".
            05 filler pic x(32) value "SECTION".
            05 filler pic x(15) value "      ORDERED".
            05 filler pic x(15) value "     EXPECTED".
            05 filler pic x(15) value "    DISPENSED".
            05 filler pic x(16) value "   DIFFERENCE".
            05 filler pic x(8) value "     PCT".
            05 filler pic x(6) value " FILLS".
        01 report_detail.
            05 detail_number pic z(4)9.
            05 filler pic x(2).
            05 detail_module pic x(10).
            05 filler pic x(2).
            05 detail_section pic x(30).
            05 filler pic x(2).
            05 detail_ordered pic z(9)9.99.
            05 filler pic x(2).
            05 detail_expected pic z(9)9.99.
            05 filler pic x(2).
            05 detail_dispensed pic z(9)9.99.
            05 filler pic x(2).
            05 detail_difference pic z(9)9.99-.
            05 filler pic x(2).
            05 detail_percent pic z(4)9.9-.
            05 filler pic x(2).
            05 detail_fills pic zz9.
        01 unmatched_detail.
            05 unmatched_text_out pic x(80).
            05 filler pic x(2).
            05 unmatched_reason_out pic x(20).
        01 report_amount_line.
            05 amount_label pic x(30).
            05 amount_value pic z(12)9.99.
        01 report_count_line.
            05 count_label pic x(30).
            05 count_value pic z(6)9.

        PROCEDURE DIVISION.
        main.
           perform get_run_parameters
           perform load_work_orders
           if order_total = zero
               display "no work orders on file in "
                   work_order_filename
               move 12 to return-code
               stop run
           end-if
           perform match_confirmations
           perform classify_work_orders
           open output report_file
           if report_file_status not = '00'
               display "failed to open " report_filename ": "
                   report_file_status
               move 12 to return-code
               stop run
           end-if
           move function current-date to report_ts
           move spaces to heading_run_date
           string report_ts(1:4) "-" report_ts(5:2) "-" report_ts(7:2)
               delimited by size into heading_run_date
           end-string
           perform start_report_page
           move 's' to listing_class
           move "SHORT-FILLS" to report_record
           perform write_class_listing
           move 'o' to listing_class
           move "OVER-FILLS" to report_record
           perform write_class_listing
           move 'n' to listing_class
           move "MODULES NEVER FUELED" to report_record
           perform write_class_listing
           perform write_unmatched_listing
           perform write_summary
           close report_file
           display "work orders: " order_total
               " confirmations: " confirm_read_count
           display "short-fills: " short_fill_count
               " over-fills: " over_fill_count
               " never fueled: " never_fueled_count
               " no work order: " unmatched_total
           display "reconciliation written to " report_filename
           if short_fill_count > zero or over_fill_count > zero
                   or never_fueled_count > zero
                   or unmatched_total > zero
               move 4 to return-code
           else
               move zero to return-code
           end-if
           stop run.

        get_run_parameters.
           accept parm_filename
               from environment "WORECON_PARM_FILE".
           if parm_filename = spaces
               move "wrcparm.txt" to parm_filename
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
           move tolerance_pct to tolerance_out.
           display "fill tolerance " function trim(tolerance_out)
               " pct".

        read_parm_file.
      *> the deck is optional - with none the fills are held to
      *> the standard one percent.
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
               when "FILL_TOLERANCE"
                   perform apply_tolerance_parm
               when other
                   display "[PARM] unknown keyword '"
                       function trim(parm_keyword) "'"
                   add 1 to parm_error_count
           end-evaluate.

        apply_tolerance_parm.
           move function length(function trim(parm_value))
               to parm_text_len.
           if parm_value = spaces
                   or function test-numval(
                       parm_value(1:parm_text_len)) not = zero
               display "[PARM] FILL_TOLERANCE '"
                   function trim(parm_value) "' is not a percent"
               add 1 to parm_error_count
               exit paragraph
           end-if.
           compute tolerance_pct = function numval(
               parm_value(1:parm_text_len)
           )
               on size error
                   display "[PARM] FILL_TOLERANCE '"
                       function trim(parm_value) "' is out of range"
                   add 1 to parm_error_count
           end-compute.

        load_work_orders.
           open input work_order_file.
           if work_order_status not = '00'
               display "failed to open " work_order_filename ": "
                   work_order_status
               exit paragraph
           end-if.
           perform until work_order_eof
               read work_order_file
                   at end
                       set work_order_eof to true
                   not at end
                       perform store_one_work_order
               end-read
           end-perform.
           close work_order_file.
           if order_overflow
               display "[WARN] " work_order_filename " holds more"
                   " than 5000 work orders - orders past the 5000th"
                   " were not reconciled"
           end-if.

        store_one_work_order.
           if work_order_record = spaces
               exit paragraph
           end-if.
           if order_total >= 5000
               set order_overflow to true
               exit paragraph
           end-if.
           if run_ts_seen = spaces
               move wo_run_ts to run_ts_seen
           end-if.
           add 1 to order_total.
           move wo_number to order_number(order_total).
           move wo_module_id to order_module_id(order_total).
           move wo_section to order_section(order_total).
           move wo_quantity to order_quantity(order_total).
      *> what the crew could dispense is what the tanks covered -
      *> a module short of stock is not a short-fill by the crew.
           compute order_expected(order_total) =
               wo_quantity - wo_short_quantity.
           move zero to order_dispensed(order_total).
           move zero to order_confirm_count(order_total).
           move space to order_class(order_total).

        match_confirmations.
           open input confirm_file.
           if confirm_file_status not = '00'
      *> no confirmations at all is itself the finding - every
      *> work order will show as never fueled.
               display "[WARN] failed to open " confirm_filename ": "
                   confirm_file_status
                   " - no confirmations to match"
               exit paragraph
           end-if.
           perform until confirm_eof
               read confirm_file
                   at end
                       set confirm_eof to true
                   not at end
                       perform match_one_confirmation
               end-read
           end-perform.
           close confirm_file.

        match_one_confirmation.
           if confirm_record = spaces
               exit paragraph
           end-if.
           add 1 to confirm_read_count.
           move spaces to confirm_number_text.
           move spaces to confirm_module_id.
           move spaces to confirm_quantity_text.
           move spaces to confirm_crew.
           move spaces to confirm_date.
           unstring confirm_record delimited by all " "
               into confirm_number_text confirm_module_id
                   confirm_quantity_text confirm_crew confirm_date
           end-unstring.
           move function length(function trim(confirm_quantity_text))
               to text_len.
           if text_len = zero
                   or function test-numval(
                       confirm_quantity_text(1:text_len)) not = zero
               move "UNREADABLE QUANTITY" to unmatched_reason_work
               perform record_unmatched
               exit paragraph
           end-if.
           compute confirm_quantity = function numval(
               confirm_quantity_text(1:text_len)
           ).
           move zero to confirm_number.
           move function length(function trim(confirm_number_text))
               to text_len.
           if text_len > zero and text_len <= 5
               if function test-numval(
                       confirm_number_text(1:text_len)) = zero
                   compute confirm_number = function numval(
                       confirm_number_text(1:text_len)
                   )
               end-if
           end-if.
           move zero to order_found.
           if confirm_number > zero
               move 1 to order_scan
               perform until order_scan > order_total
                       or order_found > zero
                   if order_number(order_scan) = confirm_number
                           and order_module_id(order_scan)
                               = confirm_module_id
                       move order_scan to order_found
                   end-if
                   add 1 to order_scan
               end-perform
           end-if.
      *> matched on the module alone, an order no crew has
      *> confirmed yet comes first - with two orders for a module
      *> the second fill belongs to the second order. only when
      *> all are confirmed is a fill added to the module's first.
           if order_found = zero
               move 1 to order_scan
               perform until order_scan > order_total
                       or order_found > zero
                   if order_module_id(order_scan) = confirm_module_id
                           and order_confirm_count(order_scan) = zero
                       move order_scan to order_found
                   end-if
                   add 1 to order_scan
               end-perform
           end-if.
           if order_found = zero
               move 1 to order_scan
               perform until order_scan > order_total
                       or order_found > zero
                   if order_module_id(order_scan) = confirm_module_id
                       move order_scan to order_found
                   end-if
                   add 1 to order_scan
               end-perform
           end-if.
           if order_found = zero
               move "NO WORK ORDER" to unmatched_reason_work
               perform record_unmatched
               exit paragraph
           end-if.
           add confirm_quantity to order_dispensed(order_found).
           add 1 to order_confirm_count(order_found).
           add 1 to confirm_matched_count.

        record_unmatched.
           if unmatched_total >= 1000
               display "[WARN] more than 1000 unmatched"
                   " confirmations - listing truncated"
               exit paragraph
           end-if.
           add 1 to unmatched_total.
           move confirm_record to unmatched_text(unmatched_total).
           move unmatched_reason_work
               to unmatched_reason(unmatched_total).

        classify_work_orders.
           move 1 to order_scan.
           perform until order_scan > order_total
               perform classify_one_order
               add order_quantity(order_scan) to grand_ordered
               add order_expected(order_scan) to grand_expected
               add order_dispensed(order_scan) to grand_dispensed
               add 1 to order_scan
           end-perform.

        classify_one_order.
           if order_confirm_count(order_scan) = zero
               if order_expected(order_scan) = zero
                   set order_no_stock(order_scan) to true
                   add 1 to no_stock_count
               else
                   set order_never_fueled(order_scan) to true
                   add 1 to never_fueled_count
               end-if
               exit paragraph
           end-if.
           compute tolerance_quantity rounded =
               order_expected(order_scan) * tolerance_pct / 100.
           evaluate true
               when order_dispensed(order_scan) + tolerance_quantity
                       < order_expected(order_scan)
                   set order_short_fill(order_scan) to true
                   add 1 to short_fill_count
               when order_dispensed(order_scan)
                       > order_expected(order_scan)
                           + tolerance_quantity
                   set order_over_fill(order_scan) to true
                   add 1 to over_fill_count
               when other
                   set order_matched(order_scan) to true
                   add 1 to matched_count
           end-evaluate.

        start_report_page.
           add 1 to report_page_number.
           move report_page_number to heading_page_number.
           if report_page_number > 1
               perform write_report_page_feed
           end-if.
           write report_record from report_heading_1.
           move spaces to report_record.
           write report_record.
           move spaces to report_record.
           move tolerance_pct to tolerance_out.
           string "DAY1 RUN " run_ts_seen "   FILL TOLERANCE "
               function trim(tolerance_out) "%"
               delimited by size into report_record
           end-string.
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

        write_class_listing.
      *> the caller leaves the listing's title in report_record.
           write report_record.
           move spaces to report_record.
           write report_record.
           write report_record from report_column_heads.
           add 4 to report_detail_count.
           move zero to listing_count.
           move 1 to order_scan.
           perform until order_scan > order_total
               if order_class(order_scan) = listing_class
                   perform write_order_line
                   add 1 to listing_count
               end-if
               add 1 to order_scan
           end-perform.
           if listing_count = zero
               move "    NONE" to report_record
               write report_record
           end-if.
           move spaces to report_record.
           write report_record.
           add 2 to report_detail_count.

        write_order_line.
           if report_detail_count >= report_lines_per_page
               perform start_report_page
               write report_record from report_column_heads
               add 1 to report_detail_count
           end-if.
           move order_number(order_scan) to detail_number.
           move order_module_id(order_scan) to detail_module.
           move order_section(order_scan) to detail_section.
           move order_quantity(order_scan) to detail_ordered.
           move order_expected(order_scan) to detail_expected.
           move order_dispensed(order_scan) to detail_dispensed.
           compute difference_work =
               order_dispensed(order_scan)
                   - order_expected(order_scan).
           move difference_work to detail_difference.
           if order_expected(order_scan) > zero
               compute percent_work rounded =
                   difference_work * 100
                       / order_expected(order_scan)
                   on size error
                       move 99999.9 to percent_work
               end-compute
           else
               move zero to percent_work
           end-if.
           move percent_work to detail_percent.
           move order_confirm_count(order_scan) to detail_fills.
           write report_record from report_detail.
           add 1 to report_detail_count.

        write_unmatched_listing.
           move "CONFIRMATIONS NOT MATCHED TO A WORK ORDER"
               to report_record.
           write report_record.
           move spaces to report_record.
           write report_record.
           add 2 to report_detail_count.
           if unmatched_total = zero
               move "    NONE" to report_record
               write report_record
               add 1 to report_detail_count
           end-if.
           move 1 to unmatched_scan.
           perform until unmatched_scan > unmatched_total
               if report_detail_count >= report_lines_per_page
                   perform start_report_page
               end-if
               move unmatched_text(unmatched_scan)
                   to unmatched_text_out
               move unmatched_reason(unmatched_scan)
                   to unmatched_reason_out
               write report_record from unmatched_detail
               add 1 to report_detail_count
               add 1 to unmatched_scan
           end-perform.

        write_summary.
           move spaces to report_record.
           write report_record.
           move "SUMMARY" to report_record.
           write report_record.
           move spaces to report_record.
           write report_record.
           move "WORK ORDERS" to count_label.
           move order_total to count_value.
           write report_record from report_count_line.
           move "CONFIRMATIONS READ" to count_label.
           move confirm_read_count to count_value.
           write report_record from report_count_line.
           move "CONFIRMATIONS MATCHED" to count_label.
           move confirm_matched_count to count_value.
           write report_record from report_count_line.
           move "FILLED WITHIN TOLERANCE" to count_label.
           move matched_count to count_value.
           write report_record from report_count_line.
           move "SHORT-FILLS" to count_label.
           move short_fill_count to count_value.
           write report_record from report_count_line.
           move "OVER-FILLS" to count_label.
           move over_fill_count to count_value.
           write report_record from report_count_line.
           move "NEVER FUELED" to count_label.
           move never_fueled_count to count_value.
           write report_record from report_count_line.
           move "NO STOCK ALLOCATED" to count_label.
           move no_stock_count to count_value.
           write report_record from report_count_line.
           move "CONFIRMATIONS UNMATCHED" to count_label.
           move unmatched_total to count_value.
           write report_record from report_count_line.
           move "TOTAL ORDERED" to amount_label.
           move grand_ordered to amount_value.
           write report_record from report_amount_line.
           move "TOTAL COVERED BY STOCK" to amount_label.
           move grand_expected to amount_value.
           write report_record from report_amount_line.
           move "TOTAL DISPENSED (MATCHED)" to amount_label.
           move grand_dispensed to amount_value.
           write report_record from report_amount_line.
