        IDENTIFICATION DIVISION.
        program-id. workord.

        *> prints the fueling crews' work orders from the file day1's
        *> allocation writes (workorder.txt): one line per module in
        *> loading sequence, a fresh page for every section so each
        *> crew takes only its own bay's sheet, with the tank to draw
        *> from, the part-2 quantity to dispense and blanks for the
        *> crew to write in what they actually dispensed. a module
        *> the tanks could not cover is printed with the quantity
        *> short, so the crew knows not to wait for it. the crews'
        *> returns are keyed into fuelconf.txt and matched back by
        *> worecon.

        ENVIRONMENT DIVISION.
        input-output section.
        file-control.
            select work_order_file assign to work_order_filename
                organization is line sequential
                status is work_order_status.
            select report_file assign to report_filename
                organization is line sequential
                status is report_file_status.

        DATA DIVISION.
        file section.
        fd work_order_file.
        copy "workord.cpy".

        fd report_file.
        01 report_record pic x(132).

        working-storage section.
        01 work_order_filename pic x(13) value "workorder.txt".
        01 work_order_status pic xx.
        01 work_order_eof_flag pic x value 'n'.
            88 work_order_eof value 'y'.
        01 report_filename pic x(11) value "workrpt.txt".
        01 report_file_status pic xx.
        01 report_page_number pic 9(4) value zero.
        01 report_detail_count pic 99 value zero.
        01 report_lines_per_page pic 99 value 40.
        01 report_ts pic x(21).
        01 current_section pic x(30) value spaces.
        01 section_order_count pic 9(5) value zero.
        01 section_quantity pic 9(11)v99 value zero.
        01 section_short pic 9(11)v99 value zero.
        01 order_count pic 9(5) value zero.
        01 short_order_count pic 9(5) value zero.
        01 section_count pic 9(3) value zero.
        01 grand_quantity pic 9(11)v99 value zero.
        01 grand_short pic 9(11)v99 value zero.
        01 run_ts_seen pic x(14) value spaces.
        01 report_heading_1.
            05 filler pic x(8) value "REPORT: ".
            05 filler pic x(34)
                value "FUELING WORK ORDERS".
            05 filler pic x(10) value "RUN DATE: ".
            05 heading_run_date pic x(10).
            05 filler pic x(8) value "   PAGE ".
            05 heading_page_number pic zzz9.
        01 report_heading_2.
            05 filler pic x(9) value "SECTION: ".
            05 heading_section pic x(30).
            05 filler pic x(3).
            05 filler pic x(10) value "DAY1 RUN: ".
            05 heading_run_ts pic x(14).
        01 report_column_heads.
            05 filler pic x(7) value "  W/O".
            05 filler pic x(12) value "MODULE".
            05 filler pic x(12) value "TANK".
            05 filler pic x(12) value "SPLIT TANK".
            05 filler pic x(15) value "     QUANTITY".
            05 filler pic x(16) value "        SHORT".
            05 filler pic x(15) value "DISPENSED".
            05 filler pic x(12) value "CREW".
            05 filler pic x(10) value "DATE".
        01 report_detail.
            05 detail_number pic z(4)9.
            05 filler pic x(2).
            05 detail_module pic x(10).
            05 filler pic x(2).
            05 detail_tank pic x(10).
            05 filler pic x(2).
            05 detail_split_tank pic x(10).
            05 filler pic x(2).
            05 detail_quantity pic z(9)9.99.
            05 filler pic x(2).
            05 detail_short pic z(9)9.99.
            05 filler pic x(3).
            05 detail_dispensed_blank pic x(13).
            05 filler pic x(2).
            05 detail_crew_blank pic x(10).
            05 filler pic x(2).
            05 detail_date_blank pic x(10).
        01 section_total_line.
            05 filler pic x(7).
            05 filler pic x(36) value "SECTION TOTAL".
            05 section_total_quantity pic z(9)9.99.
            05 filler pic x(2).
            05 section_total_short pic z(9)9.99.
        01 report_amount_line.
            05 amount_label pic x(24).
            05 amount_value pic z(12)9.99.
        01 report_count_line.
            05 count_label pic x(24).
            05 count_value pic z(6)9.

        PROCEDURE DIVISION.
        main.
           open input work_order_file
           if work_order_status not = '00'
               display "failed to open " work_order_filename ": "
                   work_order_status
               move 12 to return-code
               stop run
           end-if
           open output report_file
           if report_file_status not = '00'
               display "failed to open " report_filename ": "
                   report_file_status
               close work_order_file
               move 12 to return-code
               stop run
           end-if
           move function current-date to report_ts
           move spaces to heading_run_date
           string report_ts(1:4) "-" report_ts(5:2) "-" report_ts(7:2)
               delimited by size into heading_run_date
           end-string
           perform until work_order_eof
               read work_order_file
                   at end
                       set work_order_eof to true
                   not at end
                       perform print_one_work_order
               end-read
           end-perform
           close work_order_file
           if section_order_count > zero
               perform write_section_total
           end-if
           perform write_run_summary
           close report_file
           display order_count " work orders printed to "
               report_filename
           move zero to return-code
           stop run.

        print_one_work_order.
           if work_order_record = spaces
               exit paragraph
           end-if.
           if run_ts_seen = spaces
               move wo_run_ts to run_ts_seen
           end-if.
      *> every section starts its own sheet - the crew for one bay
      *> never has to find its lines among another's.
           if wo_section not = current_section
                   or report_page_number = zero
               if section_order_count > zero
                   perform write_section_total
               end-if
               move wo_section to current_section
               move zero to section_order_count
               move zero to section_quantity
               move zero to section_short
               add 1 to section_count
               perform start_report_page
           end-if.
           if report_detail_count >= report_lines_per_page
               perform start_report_page
           end-if.
           move wo_number to detail_number.
           move wo_module_id to detail_module.
           move wo_split_tank_id to detail_split_tank.
           move wo_quantity to detail_quantity.
           move wo_short_quantity to detail_short.
           if wo_unallocated
               move "*NO STOCK*" to detail_tank
           else
               move wo_tank_id to detail_tank
           end-if.
           move all "_" to detail_dispensed_blank.
           move all "_" to detail_crew_blank.
           move all "_" to detail_date_blank.
           write report_record from report_detail.
           move spaces to report_record.
           write report_record.
           add 2 to report_detail_count.
           add 1 to section_order_count.
           add 1 to order_count.
           add wo_quantity to section_quantity.
           add wo_quantity to grand_quantity.
           add wo_short_quantity to section_short.
           add wo_short_quantity to grand_short.
           if not wo_fully_allocated
               add 1 to short_order_count
           end-if.

        write_section_total.
           move section_quantity to section_total_quantity.
           move section_short to section_total_short.
           write report_record from section_total_line.

        start_report_page.
           add 1 to report_page_number.
           move report_page_number to heading_page_number.
           if report_page_number > 1
               perform write_report_page_feed
           end-if.
           move current_section to heading_section.
           move wo_run_ts to heading_run_ts.
           write report_record from report_heading_1.
           write report_record from report_heading_2.
           move spaces to report_record.
           write report_record.
           write report_record from report_column_heads.
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

        write_run_summary.
           add 1 to report_page_number.
           move report_page_number to heading_page_number.
           if report_page_number > 1
               perform write_report_page_feed
           end-if.
           write report_record from report_heading_1.
           move spaces to report_record.
           write report_record.
           move spaces to report_record.
           string "WORK ORDER SUMMARY FOR DAY1 RUN " run_ts_seen
               delimited by size into report_record
           end-string.
           write report_record.
           move spaces to report_record.
           write report_record.
           move "SECTIONS" to count_label.
           move section_count to count_value.
           write report_record from report_count_line.
           move "WORK ORDERS" to count_label.
           move order_count to count_value.
           write report_record from report_count_line.
           move "ORDERS SHORT OF STOCK" to count_label.
           move short_order_count to count_value.
           write report_record from report_count_line.
           move "TOTAL QUANTITY ORDERED" to amount_label.
           move grand_quantity to amount_value.
           write report_record from report_amount_line.
           move "TOTAL QUANTITY SHORT" to amount_label.
           move grand_short to amount_value.
           write report_record from report_amount_line.
