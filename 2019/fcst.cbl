        IDENTIFICATION DIVISION.
        program-id. fcst.

        *> fuel demand forecast: projects the next run's part-2
        *> requirement from the run ledger and sets it against the
        *> stock in the tanks, so purchasing can order before the
        *> night allocate_fuel comes up short. the projection for
        *> each module is its part-2 fuel over the last N runs on
        *> the ledger divided by N - a module that missed a run in
        *> the window counts as needing nothing that night - and a
        *> module is counted in the section it was last loaded
        *> under. stock is the tank master's levels less issues
        *> already drawn but not yet posted, the figure day1 itself
        *> allocates from. the ledger is read together with the last
        *> closed month's archive, so a window straddling a rollup
        *> still sees its earlier runs. cover is measured in nightly
        *> runs: for
        *> the fleet, stock over the fleet's nightly requirement; for
        *> a section, how many nights it still gets fuelled when the
        *> tanks are drawn in allocation order, a section at a time,
        *> with modules outside any section last. anything covered
        *> for fewer nights than the reorder horizon is flagged.
        *>
        *> run-control deck (FCST_PARM_FILE, default fcstparm.txt),
        *> KEYWORD=value:
        *>     REORDER_DAYS=n     reorder horizon in nights (5)
        *>     HISTORY_RUNS=n     runs averaged, 1 to 30 (3)

        ENVIRONMENT DIVISION.
        input-output section.
        file-control.
            select parm_file assign to parm_filename
                organization is line sequential
                status is parm_file_status.
            select run_ledger_file assign to run_ledger_filename
                organization is indexed
                access is sequential
                record key is ledger_key
                status is run_ledger_status.
            select ledger_archive_file
                assign to ledger_archive_filename
                organization is line sequential
                status is ledger_archive_status.
            select tank_file assign to tank_filename
                organization is line sequential
                status is tank_file_status.
            select tank_tran_file assign to tank_tran_filename
                organization is line sequential
                status is tank_tran_status.
            select report_file assign to report_filename
                organization is line sequential
                status is report_file_status.

        DATA DIVISION.
        file section.
        fd parm_file.
        01 parm_record pic x(80).

        fd run_ledger_file.
        copy "runledg.cpy".

        fd ledger_archive_file.
        01 ledger_archive_record pic x(142).

        fd tank_file.
        01 tank_record pic x(40). *> tank id, capacity, level

        fd tank_tran_file.
        copy "tanktran.cpy".

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
        01 parm_number pic 9(5).
        01 reorder_days pic 9(3) value 5.
        01 history_runs pic 99 value 3.
        01 run_ledger_filename pic x(13) value "runledger.dat".
        01 run_ledger_status pic xx.
        01 run_ledger_eof_flag pic x value 'n'.
            88 run_ledger_eof value 'y'.
        01 ledger_archive_filename pic x(20).
        01 ledger_archive_status pic xx.
        01 ledger_archive_eof_flag pic x value 'n'.
            88 ledger_archive_eof value 'y'.
        01 closed_month pic 9(6).
        01 ledger_pass pic x.
            88 ledger_pass_window value 'w'.
            88 ledger_pass_project value 'p'.
        01 tank_filename pic x(11) value "tankinv.txt".
        01 tank_file_status pic xx.
        01 tank_eof_flag pic x value 'n'.
            88 tank_eof value 'y'.
        01 tank_tran_filename pic x(12) value "tanktran.txt".
        01 tank_tran_status pic xx.
        01 tank_tran_eof_flag pic x value 'n'.
            88 tank_tran_eof value 'y'.
        01 report_filename pic x(11) value "fcstrpt.txt".
        01 report_file_status pic xx.
        01 report_ts pic x(21).
        01 stamp_table.
            05 stamp_entry occurs 30 times pic x(14).
        01 stamp_total pic 99 value zero.
        01 stamp_scan pic 99.
        01 window_start_ts pic x(14).
        01 entry_run_ts pic x(14).
        01 module_table.
            05 module_entry occurs 5000 times.
                10 fc_module_id pic x(10).
                10 fc_module_p2 pic s9(11)v99.
                10 fc_module_section pic x(30).
        01 module_total pic 9(4) value zero.
        01 module_scan pic 9(4).
        01 module_found pic 9(4).
        01 module_overflow_flag pic x value 'n'.
            88 module_overflow value 'y'.
        01 section_table.
            05 section_entry occurs 60 times.
                10 fc_sect_name pic x(30).
                10 fc_sect_modules pic 9(5).
                10 fc_sect_projection pic s9(11)v99.
                10 fc_sect_cover pic 9(5)v9.
                10 fc_sect_flag pic x.
                    88 fc_sect_under_horizon value 'y'.
        01 section_total pic 99 value zero.
        01 section_scan pic 99.
        01 section_found pic 99.
        01 section_overflow_flag pic x value 'n'.
            88 section_overflow value 'y'.
        01 lookup_section pic x(30).
        01 tank_total pic 99 value zero.
        01 tank_table_data.
            05 tank_entry occurs 50 times.
                10 tank_id pic x(10).
                10 tank_capacity pic 9(9)v99.
                10 tank_level pic 9(9)v99.
                10 tank_pending pic 9(9)v99.
        01 tank_scan pic 99.
        01 tank_id_in pic x(10).
        01 tank_capacity_text pic x(14).
        01 tank_level_text pic x(14).
        01 tank_number_work pic 9(9)v99.
        01 tank_tran_quantity pic 9(9)v99.
        01 stock_on_book pic 9(11)v99 value zero.
        01 stock_pending pic 9(11)v99 value zero.
        01 stock_available pic 9(11)v99 value zero.
        01 capacity_total pic 9(11)v99 value zero.
        01 fleet_projection pic s9(11)v99 value zero.
        01 fleet_cover pic 9(5)v9 value zero.
        01 cover_work pic 9(7)v9.
        01 cumulative_before pic s9(11)v99.
        01 cumulative_through pic s9(11)v99.
        01 stock_left_work pic s9(11)v99.
        01 horizon_requirement pic 9(13)v99.
        01 order_quantity pic 9(13)v99.
        01 headroom pic 9(11)v99.
        01 flagged_count pic 99 value zero.
        01 report_heading_1.
            05 filler pic x(8) value "REPORT: ".
            05 filler pic x(34)
                value "FUEL DEMAND FORECAST AND COVER".
            05 filler pic x(10) value "RUN DATE: ".
            05 heading_run_date pic x(10).
            05 filler pic x(8) value "   PAGE ".
            05 heading_page_number pic zzz9.
        01 report_column_heads.
            05 filler pic x(32) value "SECTION".
            05 filler pic x(9) value "  MODULES".
            05 filler pic x(2).
            05 filler pic x(17) value "  NEXT RUN PART-2".
            05 filler pic x(2).
            05 filler pic x(14) value "NIGHTS COVER".
            05 filler pic x(8) value "FLAG".
        01 report_detail.
            05 detail_section pic x(30).
            05 filler pic x(2).
            05 detail_modules pic z(8)9.
            05 filler pic x(2).
            05 detail_projection pic z(13)9.99-.
            05 filler pic x(4).
            05 detail_cover pic z(4)9.9.
            05 filler pic x(6).
            05 detail_flag pic x(7).
        01 report_amount_line.
            05 amount_label pic x(34).
            05 amount_value pic z(12)9.99-.
        01 report_cover_line.
            05 cover_label pic x(34).
            05 cover_value pic z(13)9.9.
        01 report_count_line.
            05 count_label pic x(34).
            05 count_value pic z(6)9.

        PROCEDURE DIVISION.
        main.
           move function current-date to report_ts
           perform get_run_parameters
           perform find_history_window
           if stamp_total = zero
               display "no runs on " run_ledger_filename
                   " - nothing to forecast from"
               move 12 to return-code
               stop run
           end-if
           perform project_module_demand
           perform build_section_projection
           perform load_tank_stock
           perform compute_cover
           perform write_forecast_report
           display "fleet next-run requirement " fleet_projection
               " stock " stock_available " cover " fleet_cover
               " nights"
           display "forecast written to " report_filename
           if flagged_count > zero
               display "[WARN] " flagged_count " section(s) or the"
                   " fleet under the " reorder_days
                   "-night reorder horizon"
               move 4 to return-code
           else
               move zero to return-code
           end-if
           stop run.

        get_run_parameters.
           accept parm_filename
               from environment "FCST_PARM_FILE".
           if parm_filename = spaces
               move "fcstparm.txt" to parm_filename
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
           display "reorder horizon " reorder_days " nights, "
               "averaging the last " history_runs " runs".

        read_parm_file.
      *> the deck is optional - the defaults are a usable forecast.
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
               when "REORDER_DAYS"
                   perform parse_parm_number
                   if parm_text_len > zero
                       if parm_number < 1 or parm_number > 365
                           display "[PARM] REORDER_DAYS must be 1"
                               " to 365"
                           add 1 to parm_error_count
                       else
                           move parm_number to reorder_days
                       end-if
                   end-if
               when "HISTORY_RUNS"
                   perform parse_parm_number
                   if parm_text_len > zero
                       if parm_number < 1 or parm_number > 30
                           display "[PARM] HISTORY_RUNS must be 1"
                               " to 30"
                           add 1 to parm_error_count
                       else
                           move parm_number to history_runs
                       end-if
                   end-if
               when other
                   display "[PARM] unknown keyword '"
                       function trim(parm_keyword) "'"
                   add 1 to parm_error_count
           end-evaluate.

        parse_parm_number.
           move function length(function trim(parm_value))
               to parm_text_len.
           if parm_text_len = zero or parm_text_len > 5
                   or parm_value(1:parm_text_len) is not numeric
               display "[PARM] " function trim(parm_keyword)
                   " '" function trim(parm_value)
                   "' is not a whole number"
               add 1 to parm_error_count
               move zero to parm_text_len
               exit paragraph
           end-if.
           move parm_value(1:parm_text_len) to parm_number.

        find_history_window.
      *> the ledger comes back in module order, not run order, so
      *> every distinct stamp is sorted into the table as it is
      *> met - newest first, the oldest dropping off the end.
           set ledger_pass_window to true.
           perform read_ledger_history.
           if stamp_total > zero
               move stamp_entry(stamp_total) to window_start_ts
           end-if.

        read_ledger_history.
      *> the archive of the last closed month first, then the live
      *> ledger - each module's entries then arrive oldest first.
           compute closed_month = function numval(report_ts(1:6)) - 1.
           if report_ts(5:2) = "01"
               compute closed_month = closed_month - 100 + 12
           end-if.
           move spaces to ledger_archive_filename.
           string "ledgarch_" closed_month ".txt"
               delimited by size into ledger_archive_filename
           end-string.
           move 'n' to ledger_archive_eof_flag.
           open input ledger_archive_file.
           if ledger_archive_status = '00'
               perform until ledger_archive_eof
                   read ledger_archive_file
                       at end
                           set ledger_archive_eof to true
                       not at end
                           move ledger_archive_record to ledger_record
                           perform take_ledger_entry
                   end-read
               end-perform
               close ledger_archive_file
           end-if.
           open input run_ledger_file.
           if run_ledger_status = '35'
               exit paragraph
           end-if.
           if run_ledger_status not = '00'
               display "failed to open " run_ledger_filename ": "
                   run_ledger_status
               move 12 to return-code
               stop run
           end-if.
           move 'n' to run_ledger_eof_flag.
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
      *> a reversal entry belongs to the run it backed out - the
      *> demand that run showed was never real.
           if ledger_reversal
               move ledger_reversed_run_ts to entry_run_ts
           else
               move ledger_run_ts to entry_run_ts
           end-if.
           if ledger_pass_window
               perform note_run_stamp
           else
               perform project_one_entry
           end-if.

        note_run_stamp.
           if stamp_total > zero
               move 1 to stamp_scan
               perform until stamp_scan > stamp_total
                   if stamp_entry(stamp_scan) = entry_run_ts
                       exit paragraph
                   end-if
                   add 1 to stamp_scan
               end-perform
               if entry_run_ts < stamp_entry(stamp_total)
                       and stamp_total >= history_runs
                   exit paragraph
               end-if
           end-if.
      *> insert newest first, dropping the oldest past the window.
           if stamp_total < history_runs
               add 1 to stamp_total
           end-if.
           move stamp_total to stamp_scan.
           perform until stamp_scan <= 1
               if stamp_entry(stamp_scan - 1) > entry_run_ts
                   exit perform
               end-if
               move stamp_entry(stamp_scan - 1)
                   to stamp_entry(stamp_scan)
               subtract 1 from stamp_scan
           end-perform.
           move entry_run_ts to stamp_entry(stamp_scan).

        project_module_demand.
           set ledger_pass_project to true.
           perform read_ledger_history.
           if module_overflow
               display "[WARN] more than 5000 modules in the window"
                   " - the projection is understated"
           end-if.

        project_one_entry.
           if entry_run_ts < window_start_ts
               exit paragraph
           end-if.
           move zero to module_found.
           move 1 to module_scan.
           perform until module_scan > module_total
                   or module_found > zero
               if fc_module_id(module_scan) = ledger_module_id
                   move module_scan to module_found
               end-if
               add 1 to module_scan
           end-perform.
           if module_found = zero
               if module_total >= 5000
                   set module_overflow to true
                   exit paragraph
               end-if
               add 1 to module_total
               move module_total to module_found
               move ledger_module_id to fc_module_id(module_found)
               move zero to fc_module_p2(module_found)
           end-if.
           add ledger_fuel_p2 to fc_module_p2(module_found).
      *> a module's entries arrive in run order, so the last one
      *> seen leaves the section it was most recently loaded under.
           if ledger_reversal
               exit paragraph
           end-if.
           move ledger_section to fc_module_section(module_found).

        build_section_projection.
           move 1 to module_scan.
           perform until module_scan > module_total
               move fc_module_section(module_scan) to lookup_section
               if lookup_section = spaces
                   move "(NO SECTION)" to lookup_section
               end-if
               perform find_section
               if section_found > zero
                   add 1 to fc_sect_modules(section_found)
                   compute fc_sect_projection(section_found) rounded =
                       fc_sect_projection(section_found)
                           + fc_module_p2(module_scan) / history_runs
               end-if
               add 1 to module_scan
           end-perform.
      *> allocate_fuel draws for sectioned fuel first and the
      *> unsectioned remainder last - move it to the end.
           move "(NO SECTION)" to lookup_section.
           move zero to section_found.
           move 1 to section_scan.
           perform until section_scan > section_total
                   or section_found > zero
               if fc_sect_name(section_scan) = lookup_section
                   move section_scan to section_found
               end-if
               add 1 to section_scan
           end-perform.
           if section_found > zero and section_found < section_total
               move section_entry(section_found)
                   to section_entry(section_total + 1)
               move section_found to section_scan
               perform until section_scan >= section_total
                   move section_entry(section_scan + 1)
                       to section_entry(section_scan)
                   add 1 to section_scan
               end-perform
               move section_entry(section_total + 1)
                   to section_entry(section_total)
           end-if.
           move 1 to section_scan.
           perform until section_scan > section_total
               add fc_sect_projection(section_scan)
                   to fleet_projection
               add 1 to section_scan
           end-perform.

        find_section.
           move zero to section_found.
           move 1 to section_scan.
           perform until section_scan > section_total
                   or section_found > zero
               if fc_sect_name(section_scan) = lookup_section
                   move section_scan to section_found
               end-if
               add 1 to section_scan
           end-perform.
           if section_found > zero
               exit paragraph
           end-if.
           if section_total >= 59
               if not section_overflow
                   display "[WARN] more than 59 sections in the"
                       " window - later sections left out"
                   set section_overflow to true
               end-if
               exit paragraph
           end-if.
           add 1 to section_total.
           move section_total to section_found.
           move lookup_section to fc_sect_name(section_found).
           move zero to fc_sect_modules(section_found).
           move zero to fc_sect_projection(section_found).
           move zero to fc_sect_cover(section_found).
           move 'n' to fc_sect_flag(section_found).

        load_tank_stock.
           open input tank_file.
           if tank_file_status not = '00'
               display "[WARN] failed to open " tank_filename ": "
                   tank_file_status " - no stock on hand"
               exit paragraph
           end-if.
           perform until tank_eof or tank_total >= 50
               read tank_file
                   at end
                       set tank_eof to true
                   not at end
                       perform store_one_tank
               end-read
           end-perform.
           close tank_file.
           perform load_pending_issues.
           move 1 to tank_scan.
           perform until tank_scan > tank_total
               add tank_level(tank_scan) to stock_on_book
               add tank_capacity(tank_scan) to capacity_total
               if tank_pending(tank_scan) > tank_level(tank_scan)
                   move tank_level(tank_scan)
                       to tank_pending(tank_scan)
               end-if
               add tank_pending(tank_scan) to stock_pending
               add 1 to tank_scan
           end-perform.
           compute stock_available = stock_on_book - stock_pending.

        store_one_tank.
      *> day1's edits - a tank day1 would drop holds nothing it
      *> would allocate.
           if tank_record = spaces
               exit paragraph
           end-if.
           move spaces to tank_id_in.
           move spaces to tank_capacity_text.
           move spaces to tank_level_text.
           unstring tank_record delimited by all " "
               into tank_id_in tank_capacity_text tank_level_text
           end-unstring.
           move function length(function trim(tank_capacity_text))
               to parm_text_len.
           if parm_text_len = zero
                   or function test-numval(
                       tank_capacity_text(1:parm_text_len)) not = zero
               display "[WARN] tank " tank_id_in " has a non-numeric"
                   " capacity - entry dropped"
               exit paragraph
           end-if.
           compute tank_number_work = function numval(
               tank_capacity_text(1:parm_text_len)
           ).
           move function length(function trim(tank_level_text))
               to parm_text_len.
           if parm_text_len = zero
                   or function test-numval(
                       tank_level_text(1:parm_text_len)) not = zero
               display "[WARN] tank " tank_id_in " has a non-numeric"
                   " level - entry dropped"
               exit paragraph
           end-if.
           add 1 to tank_total.
           move tank_id_in to tank_id(tank_total).
           move tank_number_work to tank_capacity(tank_total).
           compute tank_number_work = function numval(
               tank_level_text(1:parm_text_len)
           ).
           if tank_number_work > tank_capacity(tank_total)
               move tank_capacity(tank_total) to tank_number_work
           end-if.
           move tank_number_work to tank_level(tank_total).
           move zero to tank_pending(tank_total).

        load_pending_issues.
           open input tank_tran_file.
           if tank_tran_status not = '00'
               exit paragraph
           end-if.
           perform until tank_tran_eof
               read tank_tran_file
                   at end
                       set tank_tran_eof to true
                   not at end
                       perform note_pending_issue
               end-read
           end-perform.
           close tank_tran_file.

        note_pending_issue.
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
           move 1 to tank_scan.
           perform until tank_scan > tank_total
               if tank_id(tank_scan) = tran_tank_id
                   add tank_tran_quantity to tank_pending(tank_scan)
                   move tank_total to tank_scan
               end-if
               add 1 to tank_scan
           end-perform.

        compute_cover.
           if fleet_projection not > zero
               move 99999.9 to fleet_cover
           else
               compute cover_work rounded =
                   stock_available / fleet_projection
                   on size error
                       move 99999.9 to cover_work
               end-compute
               if cover_work > 99999.9
                   move 99999.9 to cover_work
               end-if
               move cover_work to fleet_cover
           end-if.
           if fleet_cover < reorder_days
               add 1 to flagged_count
           end-if.
           move zero to cumulative_before.
           move 1 to section_scan.
           perform until section_scan > section_total
               perform compute_section_cover
               add fc_sect_projection(section_scan)
                   to cumulative_before
               add 1 to section_scan
           end-perform.

        compute_section_cover.
      *> each night the tanks are drawn section by section in
      *> allocation order, so a section is still fully fuelled on
      *> night n while (n - 1) whole nights plus every section up
      *> to and including this one fit in the stock. short of one
      *> night, the cover is the fraction of its need that is left.
           if fc_sect_projection(section_scan) not > zero
               move 99999.9 to fc_sect_cover(section_scan)
               exit paragraph
           end-if.
           compute cumulative_through =
               cumulative_before + fc_sect_projection(section_scan).
           if stock_available >= cumulative_through
               compute cover_work rounded = 1 +
                   (stock_available - cumulative_through)
                       / fleet_projection
                   on size error
                       move 99999.9 to cover_work
               end-compute
           else
               compute stock_left_work =
                   stock_available - cumulative_before
               if stock_left_work < zero
                   move zero to stock_left_work
               end-if
               compute cover_work rounded =
                   stock_left_work / fc_sect_projection(section_scan)
           end-if.
           if cover_work > 99999.9
               move 99999.9 to cover_work
           end-if.
           move cover_work to fc_sect_cover(section_scan).
           if fc_sect_cover(section_scan) < reorder_days
               set fc_sect_under_horizon(section_scan) to true
               add 1 to flagged_count
           end-if.

        write_forecast_report.
           open output report_file.
           if report_file_status not = '00'
               display "failed to open " report_filename ": "
                   report_file_status
               move 12 to return-code
               stop run
           end-if.
           move spaces to heading_run_date.
           string report_ts(1:4) "-" report_ts(5:2) "-" report_ts(7:2)
               delimited by size into heading_run_date
           end-string.
           move 1 to heading_page_number.
           write report_record from report_heading_1.
           move spaces to report_record.
           write report_record.
           move spaces to report_record.
           string "PROJECTION FROM THE LAST " history_runs
               " RUNS (" window_start_ts " ONWARD)  REORDER HORIZON "
               reorder_days " NIGHTS"
               delimited by size into report_record
           end-string.
           write report_record.
           move spaces to report_record.
           write report_record.
           write report_record from report_column_heads.
           move spaces to report_record.
           write report_record.
           move 1 to section_scan.
           perform until section_scan > section_total
               move fc_sect_name(section_scan) to detail_section
               move fc_sect_modules(section_scan) to detail_modules
               move fc_sect_projection(section_scan)
                   to detail_projection
               move fc_sect_cover(section_scan) to detail_cover
               if fc_sect_under_horizon(section_scan)
                   move "REORDER" to detail_flag
               else
                   move spaces to detail_flag
               end-if
               write report_record from report_detail
               add 1 to section_scan
           end-perform.
           move spaces to report_record.
           write report_record.
           move "FLEET" to detail_section.
           move module_total to detail_modules.
           move fleet_projection to detail_projection.
           move fleet_cover to detail_cover.
           if fleet_cover < reorder_days
               move "REORDER" to detail_flag
           else
               move spaces to detail_flag
           end-if.
           write report_record from report_detail.
           move spaces to report_record.
           write report_record.
           move "STOCK ON THE TANK MASTER" to amount_label.
           move stock_on_book to amount_value.
           write report_record from report_amount_line.
           move "LESS ISSUES NOT YET POSTED" to amount_label.
           move stock_pending to amount_value.
           write report_record from report_amount_line.
           move "STOCK AVAILABLE TO ALLOCATE" to amount_label.
           move stock_available to amount_value.
           write report_record from report_amount_line.
           move "FLEET REQUIREMENT PER NIGHT" to amount_label.
           move fleet_projection to amount_value.
           write report_record from report_amount_line.
           move "FLEET NIGHTS OF COVER" to cover_label.
           move fleet_cover to cover_value.
           write report_record from report_cover_line.
           perform write_order_suggestion.
           move "TANKS ON FILE" to count_label.
           move tank_total to count_value.
           write report_record from report_count_line.
           close report_file.

        write_order_suggestion.
      *> to hold the horizon the tanks need horizon x nightly
      *> requirement - the shortfall is the order, capped by what
      *> the tanks can physically take.
           if fleet_projection not > zero
               exit paragraph
           end-if.
           compute horizon_requirement =
               fleet_projection * reorder_days.
           if horizon_requirement > stock_available
               compute order_quantity =
                   horizon_requirement - stock_available
           else
               move zero to order_quantity
           end-if.
           compute headroom = capacity_total - stock_on_book.
           move "REQUIREMENT OVER HORIZON" to amount_label.
           move horizon_requirement to amount_value.
           write report_record from report_amount_line.
           move "SUGGESTED ORDER" to amount_label.
           move order_quantity to amount_value.
           write report_record from report_amount_line.
           move "TANK HEADROOM" to amount_label.
           move headroom to amount_value.
           write report_record from report_amount_line.
           if order_quantity > headroom
               move spaces to report_record
               string "  ** THE ORDER NEEDED EXCEEDS TANK HEADROOM -"
                   " THE HORIZON CANNOT BE HELD FROM THESE TANKS"
                   delimited by size into report_record
               end-string
               write report_record
           end-if.
