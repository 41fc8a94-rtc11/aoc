        IDENTIFICATION DIVISION.
        program-id. mfcompare.

        *> compares one manifest with another before day1 posts it -
        *> typically tonight's prepared manifest against the same
        *> supplier's previous one, which day1's archive step left
        *> in the archive directory - so planning can query the
        *> supplier before the fuel is committed. reports, with a
        *> count and mass total for each:
        *>   - modules added (on the new manifest only);
        *>   - modules dropped (on the old manifest only);
        *>   - modules whose mass changed by more than the
        *>     tolerance, with the old and new mass and the change
        *>     as a percent of the old;
        *>   - modules that moved from one SECTION group to another.
        *> masses are compared in the standard unit, converted by
        *> the unit table (uomtable.txt) the way day1 converts them;
        *> a module on a manifest twice is compared on its total.
        *> the report goes to mfcmprpt.txt; the program ends with
        *> return code 4 when the manifests differ, 12 when either
        *> cannot be read, 16 on a bad run-control deck.
        *>
        *> run-control deck (MFCOMPARE_PARM_FILE, default
        *> cmpparm.txt), KEYWORD=value, all optional:
        *>     NEW_FILE=name        the manifest to be posted
        *>                          (default manifest.txt)
        *>     OLD_FILE=name        the manifest to compare it with
        *>                          (default the new file's name in
        *>                          the archive directory)
        *>     SUPPLIER=code        compare only the records under
        *>                          that supplier's SUPPLIER header
        *>                          (default every record)
        *>     MASS_TOLERANCE=pct   a change no larger than this
        *>                          percent of the old mass is not
        *>                          reported (default 0)

        ENVIRONMENT DIVISION.
        input-output section.
        file-control.
            select parm_file assign to parm_filename
                organization is line sequential
                status is parm_file_status.
            select input_file assign to filename
                organization is line sequential
                status is file_status.
            select uom_file assign to uom_filename
                organization is line sequential
                status is uom_file_status.
            select report_file assign to report_filename
                organization is line sequential
                status is report_file_status.

        DATA DIVISION.
        file section.
        fd parm_file.
        01 parm_record pic x(80).

        fd input_file.
        copy "inputrec.cpy".
        01 section_record redefines input_record.
            05 section_marker pic x(10).
            05 filler pic x(1).
            05 section_name pic x(30).
            05 filler pic x(39).
        01 trailer_record redefines input_record.
            05 trailer_marker pic x(10).
            05 filler pic x(70).
        01 supplier_record redefines input_record.
            05 supplier_marker pic x(10).
            05 filler pic x(1).
            05 supplier_code_in pic x(10).
            05 filler pic x(59).

        fd uom_file.
        01 uom_record pic x(40). *> code, factor, description

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
        01 filename pic x(40).
        copy "fileio-ws.cpy".
        01 new_filename pic x(40) value "manifest.txt".
        01 old_filename pic x(40) value spaces.
        01 archive_dirname pic x(8) value "archive".
        01 selected_supplier pic x(10) value spaces.
        01 tolerance_pct pic 9(3)v99 value zero.
        01 tolerance_out pic zz9.99.
        01 uom_filename pic x(12) value "uomtable.txt".
        01 uom_file_status pic xx.
        01 uom_eof_flag pic x value 'n'.
            88 uom_eof value 'y'.
        01 uom_table_data.
            05 uom_entry occurs 20 times.
                10 uom_table_code pic x(2).
                10 uom_table_factor pic 9(3)v9(6).
        01 uom_total pic 99 value zero.
        01 uom_scan pic 99.
        01 uom_found pic 99.
        01 uom_code_in pic x(2).
        01 uom_factor_text pic x(12).
        01 uom_factor_work pic s9(3)v9(6).
        01 report_filename pic x(12) value "mfcmprpt.txt".
        01 report_file_status pic xx.
        01 report_page_number pic 9(4) value zero.
        01 report_detail_count pic 99 value zero.
        01 report_lines_per_page pic 99 value 50.
        01 report_ts pic x(21).
      *> side 1 is the new manifest, side 2 the old one.
        01 manifest_table.
            05 manifest_side occurs 2 times.
                10 side_total pic 9(4).
                10 side_lines pic 9(7).
                10 side_unreadable pic 9(7).
                10 side_mass_total pic 9(11)v99.
                10 side_entry occurs 5000 times.
                    15 side_module pic x(10).
                    15 side_section pic x(30).
                    15 side_mass pic 9(9)v99.
                    15 side_matched_flag pic x.
                        88 side_matched value 'y'.
        01 side pic 9.
        01 entry_scan pic 9(4).
        01 entry_found pic 9(4).
        01 old_scan pic 9(4).
        01 mass_changed_flag pic x.
            88 mass_changed value 'y'.
        01 listing_title pic x(60).
        01 side_overflow_flag pic x value 'n'.
            88 side_overflow value 'y'.
        01 side_failed_flag pic x value 'n'.
            88 side_failed value 'y'.
        01 current_section pic x(30).
        01 current_supplier pic x(10).
        01 mass_work pic s9(9)v9(6).
        01 mass_parsed_flag pic x.
            88 mass_parsed value 'y'.
        01 record_numeric_flag pic x.
        01 old_mass_text pic x(69).
        01 old_mass_len pic 99.
        01 difference_work pic s9(9)v99.
        01 tolerance_mass pic 9(9)v99.
        01 percent_work pic s9(5)v9.
        01 added_count pic 9(5) value zero.
        01 added_mass pic 9(11)v99 value zero.
        01 dropped_count pic 9(5) value zero.
        01 dropped_mass pic 9(11)v99 value zero.
        01 changed_count pic 9(5) value zero.
        01 changed_old_mass pic 9(11)v99 value zero.
        01 changed_new_mass pic 9(11)v99 value zero.
        01 moved_count pic 9(5) value zero.
        01 moved_mass pic 9(11)v99 value zero.
        01 unchanged_count pic 9(5) value zero.
        01 net_change_work pic s9(11)v99.
        01 listing_count pic 9(5).
        01 report_heading_1.
            05 filler pic x(8) value "REPORT: ".
            05 filler pic x(34) value "MANIFEST COMPARISON".
            05 filler pic x(10) value "RUN DATE: ".
            05 heading_run_date pic x(10).
            05 filler pic x(8) value "   PAGE ".
            05 heading_page_number pic zzz9.
        01 mass_column_heads.
            05 filler pic x(12) value "MODULE".
            05 filler pic x(32) value "SECTION".
            05 filler pic x(15) value "     OLD MASS".
            05 filler pic x(15) value "     NEW MASS".
            05 filler pic x(16) value "       CHANGE".
            05 filler pic x(8) value "     PCT".
        01 mass_detail.
            05 detail_module pic x(10).
            05 filler pic x(2).
            05 detail_section pic x(30).
            05 filler pic x(2).
            05 detail_old_mass pic z(9)9.99.
            05 filler pic x(2).
            05 detail_new_mass pic z(9)9.99.
            05 filler pic x(2).
            05 detail_difference pic z(9)9.99-.
            05 filler pic x(2).
            05 detail_percent pic z(4)9.9-.
        01 moved_column_heads.
            05 filler pic x(12) value "MODULE".
            05 filler pic x(32) value "OLD SECTION".
            05 filler pic x(32) value "NEW SECTION".
            05 filler pic x(15) value "     NEW MASS".
        01 moved_detail.
            05 moved_module pic x(10).
            05 filler pic x(2).
            05 moved_old_section pic x(30).
            05 filler pic x(2).
            05 moved_new_section pic x(30).
            05 filler pic x(2).
            05 moved_new_mass pic z(9)9.99.
        01 report_amount_line.
            05 amount_label pic x(30).
            05 amount_value pic z(12)9.99-.
        01 report_count_line.
            05 count_label pic x(30).
            05 count_value pic z(6)9.

        PROCEDURE DIVISION.
        main.
           perform get_run_parameters
           perform load_uom_table
           move 1 to side
           move new_filename to filename
           perform load_manifest
           move 2 to side
           move old_filename to filename
           perform load_manifest
           if side_failed
               display "[ERROR] a manifest could not be read -"
                   " nothing compared"
               move 12 to return-code
               stop run
           end-if
           if side_overflow
               display "[ERROR] a manifest holds more than 5000"
                   " modules - nothing compared"
               move 12 to return-code
               stop run
           end-if
           perform compare_manifests
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
           perform write_added_listing
           perform write_dropped_listing
           perform write_changed_listing
           perform write_moved_listing
           perform write_summary
           close report_file
           display "added: " added_count " dropped: " dropped_count
               " mass changed: " changed_count
               " moved section: " moved_count
           display "comparison written to " report_filename
           if added_count > zero or dropped_count > zero
                   or changed_count > zero or moved_count > zero
               move 4 to return-code
           else
               move zero to return-code
           end-if
           stop run.

        get_run_parameters.
           accept parm_filename
               from environment "MFCOMPARE_PARM_FILE".
           if parm_filename = spaces
               move "cmpparm.txt" to parm_filename
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
      *> day1 archives a manifest under its own name, so last
      *> time's copy of tonight's file is that name in the archive
      *> directory.
           if old_filename = spaces
               string archive_dirname delimited by space
                   "/" delimited by size
                   new_filename delimited by space
                   into old_filename
               end-string
           end-if.
           display "comparing " function trim(new_filename)
               " with " function trim(old_filename).

        read_parm_file.
      *> the deck is optional - with none tonight's manifest is
      *> compared whole with its archived copy.
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
               when "NEW_FILE"
                   move parm_value to new_filename
               when "OLD_FILE"
                   move parm_value to old_filename
               when "SUPPLIER"
                   move function upper-case(parm_value)
                       to selected_supplier
               when "MASS_TOLERANCE"
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
               display "[PARM] MASS_TOLERANCE '"
                   function trim(parm_value) "' is not a percent"
               add 1 to parm_error_count
               exit paragraph
           end-if.
           compute tolerance_pct = function numval(
               parm_value(1:parm_text_len)
           )
               on size error
                   display "[PARM] MASS_TOLERANCE '"
                       function trim(parm_value) "' is out of range"
                   add 1 to parm_error_count
           end-compute.

        load_uom_table.
      *> the same table, loaded the same way, as day1 - masses are
      *> compared as day1 would post them.
           open input uom_file.
           if uom_file_status not = '00'
               move 1 to uom_total
               move "KG" to uom_table_code(1)
               move 1 to uom_table_factor(1)
               exit paragraph
           end-if.
           move 'n' to uom_eof_flag.
           perform until uom_eof or uom_total >= 20
               read uom_file
                   at end
                       set uom_eof to true
                   not at end
                       perform store_one_unit
               end-read
           end-perform.
           close uom_file.

        store_one_unit.
           move spaces to uom_code_in.
           move spaces to uom_factor_text.
           unstring uom_record delimited by all " "
               into uom_code_in uom_factor_text
           end-unstring.
           move function length(function trim(uom_factor_text))
               to parm_text_len.
           if parm_text_len = zero
                   or function test-numval(
                       uom_factor_text(1:parm_text_len)) not = zero
               exit paragraph
           end-if.
           compute uom_factor_work = function numval(
               uom_factor_text(1:parm_text_len)
           ).
           if uom_factor_work not > zero
               exit paragraph
           end-if.
           add 1 to uom_total.
           move uom_code_in to uom_table_code(uom_total).
           move uom_factor_work to uom_table_factor(uom_total).

        look_up_unit.
           move zero to uom_found.
           if unit_code = spaces
               move 1 to uom_found
               move 1 to uom_factor_work
               exit paragraph
           end-if.
           move 1 to uom_scan.
           perform until uom_scan > uom_total or uom_found > zero
               if uom_table_code(uom_scan) = unit_code
                   move uom_scan to uom_found
                   move uom_table_factor(uom_scan)
                       to uom_factor_work
               end-if
               add 1 to uom_scan
           end-perform.

        load_manifest.
           move zero to side_total(side).
           move zero to side_lines(side).
           move zero to side_unreadable(side).
           move zero to side_mass_total(side).
           move spaces to current_section.
           move "(NONE)" to current_supplier.
           move 'n' to eof_flag.
           copy "openinput.cpy".
           perform read_next_record.
           perform until end_of_file
               perform take_one_line
               perform read_next_record
           end-perform.
           copy "closeinput.cpy".
           display function trim(filename) ": " side_total(side)
               " module(s) from " side_lines(side) " record(s)".
           if side_unreadable(side) > zero
               display "[WARN] " function trim(filename) ": "
                   side_unreadable(side) " record(s) with no"
                   " readable mass - left out of the comparison"
           end-if.

        take_one_line.
           if input_record = spaces
               exit paragraph
           end-if.
           if section_marker(1:7) = "SECTION"
               move section_name to current_section
               exit paragraph
           end-if.
           if trailer_marker(1:7) = "TRAILER"
               exit paragraph
           end-if.
           if supplier_marker(1:8) = "SUPPLIER"
               move supplier_code_in to current_supplier
               exit paragraph
           end-if.
           if selected_supplier not = spaces
                   and current_supplier not = selected_supplier
               exit paragraph
           end-if.
           add 1 to side_lines(side).
           perform parse_record_mass.
           if not mass_parsed or mass_work < zero
               add 1 to side_unreadable(side)
               exit paragraph
           end-if.
           move zero to entry_found.
           move 1 to entry_scan.
           perform until entry_scan > side_total(side)
                   or entry_found > zero
               if side_module(side, entry_scan) = module_id
                   move entry_scan to entry_found
               end-if
               add 1 to entry_scan
           end-perform.
           if entry_found = zero
               if side_total(side) >= 5000
                   set side_overflow to true
                   exit paragraph
               end-if
               add 1 to side_total(side)
               move side_total(side) to entry_found
               move module_id to side_module(side, entry_found)
               move current_section
                   to side_section(side, entry_found)
               move zero to side_mass(side, entry_found)
               move 'n' to side_matched_flag(side, entry_found)
           end-if.
           compute side_mass(side, entry_found) rounded =
               side_mass(side, entry_found) + mass_work.
           compute side_mass_total(side) rounded =
               side_mass_total(side) + mass_work.

        parse_record_mass.
      *> day1's order: the current layout when its unit code is on
      *> the table, otherwise columns 12-80 as an old-layout mass
      *> in the standard unit. the mass comes back converted.
           move 'n' to mass_parsed_flag.
           move 'n' to record_numeric_flag.
           move function length(function trim(record_data))
               to record_data_len.
           if record_data not = spaces
               if function test-numval(
                       record_data(1:record_data_len)) = zero
                   move 'y' to record_numeric_flag
                   perform look_up_unit
                   if uom_found > zero
                       compute mass_work = function numval(
                           record_data(1:record_data_len)
                       ) * uom_factor_work
                       set mass_parsed to true
                       exit paragraph
                   end-if
               end-if
           end-if.
           move input_record(12:69) to old_mass_text.
           if old_mass_text = spaces
               exit paragraph
           end-if.
           move function length(function trim(old_mass_text))
               to old_mass_len.
           if function test-numval(
                   old_mass_text(1:old_mass_len)) = zero
               compute mass_work = function numval(
                   old_mass_text(1:old_mass_len)
               )
               set mass_parsed to true
           end-if.

        compare_manifests.
      *> every new module is looked for on the old manifest; the
      *> old modules never found are the ones dropped.
           move 1 to entry_scan.
           perform until entry_scan > side_total(1)
               perform compare_one_module
               add 1 to entry_scan
           end-perform.
           move 1 to entry_scan.
           perform until entry_scan > side_total(2)
               if not side_matched(2, entry_scan)
                   add 1 to dropped_count
                   add side_mass(2, entry_scan) to dropped_mass
               end-if
               add 1 to entry_scan
           end-perform.

        compare_one_module.
           perform find_on_old_manifest.
           if entry_found = zero
               add 1 to added_count
               add side_mass(1, entry_scan) to added_mass
               exit paragraph
           end-if.
           set side_matched(1, entry_scan) to true.
           set side_matched(2, entry_found) to true.
           perform check_mass_change.
           if mass_changed
               add 1 to changed_count
               add side_mass(2, entry_found) to changed_old_mass
               add side_mass(1, entry_scan) to changed_new_mass
           end-if.
           if side_section(1, entry_scan)
                   not = side_section(2, entry_found)
               add 1 to moved_count
               add side_mass(1, entry_scan) to moved_mass
           else
               if not mass_changed
                   add 1 to unchanged_count
               end-if
           end-if.

        find_on_old_manifest.
           move zero to entry_found.
           move 1 to old_scan.
           perform until old_scan > side_total(2)
                   or entry_found > zero
               if side_module(2, old_scan)
                       = side_module(1, entry_scan)
                   move old_scan to entry_found
               end-if
               add 1 to old_scan
           end-perform.

        check_mass_change.
           move 'n' to mass_changed_flag.
           compute difference_work =
               side_mass(1, entry_scan) - side_mass(2, entry_found).
           if difference_work = zero
               exit paragraph
           end-if.
           compute tolerance_mass rounded =
               side_mass(2, entry_found) * tolerance_pct / 100.
           if difference_work > tolerance_mass
                   or difference_work < zero - tolerance_mass
               set mass_changed to true
           end-if.

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
           string "NEW " delimited by size
               new_filename delimited by space
               "   OLD " delimited by size
               old_filename delimited by space
               into report_record
           end-string.
           write report_record.
           move spaces to report_record.
           move tolerance_pct to tolerance_out.
           if selected_supplier = spaces
               string "SUPPLIER ALL   MASS TOLERANCE "
                   function trim(tolerance_out) "%"
                   "   MASSES IN THE STANDARD UNIT"
                   delimited by size into report_record
               end-string
           else
               string "SUPPLIER " selected_supplier
                   "   MASS TOLERANCE "
                   function trim(tolerance_out) "%"
                   "   MASSES IN THE STANDARD UNIT"
                   delimited by size into report_record
               end-string
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

        start_listing.
      *> a listing's title and column heads are not left alone at
      *> the foot of a page.
           if report_detail_count + 6 >= report_lines_per_page
               perform start_report_page
           end-if.
           move listing_title to report_record.
           write report_record.
           move spaces to report_record.
           write report_record.
           add 2 to report_detail_count.
           move zero to listing_count.

        end_listing.
           if listing_count = zero
               move "    NONE" to report_record
               write report_record
               add 1 to report_detail_count
           end-if.
           move spaces to report_record.
           write report_record.
           add 1 to report_detail_count.

        check_mass_page.
           if report_detail_count >= report_lines_per_page
               perform start_report_page
               write report_record from mass_column_heads
               add 1 to report_detail_count
           end-if.

        write_added_listing.
           move "MODULES ADDED - ON THE NEW MANIFEST ONLY"
               to listing_title.
           perform start_listing.
           write report_record from mass_column_heads.
           add 1 to report_detail_count.
           move 1 to entry_scan.
           perform until entry_scan > side_total(1)
               if not side_matched(1, entry_scan)
                   perform check_mass_page
                   move spaces to mass_detail
                   move side_module(1, entry_scan) to detail_module
                   move side_section(1, entry_scan)
                       to detail_section
                   move side_mass(1, entry_scan) to detail_new_mass
                   write report_record from mass_detail
                   add 1 to report_detail_count
                   add 1 to listing_count
               end-if
               add 1 to entry_scan
           end-perform.
           perform end_listing.

        write_dropped_listing.
           move "MODULES DROPPED - ON THE OLD MANIFEST ONLY"
               to listing_title.
           perform start_listing.
           write report_record from mass_column_heads.
           add 1 to report_detail_count.
           move 1 to entry_scan.
           perform until entry_scan > side_total(2)
               if not side_matched(2, entry_scan)
                   perform check_mass_page
                   move spaces to mass_detail
                   move side_module(2, entry_scan) to detail_module
                   move side_section(2, entry_scan)
                       to detail_section
                   move side_mass(2, entry_scan) to detail_old_mass
                   write report_record from mass_detail
                   add 1 to report_detail_count
                   add 1 to listing_count
               end-if
               add 1 to entry_scan
           end-perform.
           perform end_listing.

        write_changed_listing.
           move "MODULES WHOSE MASS CHANGED"
               to listing_title.
           perform start_listing.
           write report_record from mass_column_heads.
           add 1 to report_detail_count.
           move 1 to entry_scan.
           perform until entry_scan > side_total(1)
               if side_matched(1, entry_scan)
                   perform find_on_old_manifest
                   perform check_mass_change
                   if mass_changed
                       perform write_changed_line
                   end-if
               end-if
               add 1 to entry_scan
           end-perform.
           perform end_listing.

        write_changed_line.
           perform check_mass_page.
           move side_module(1, entry_scan) to detail_module.
           move side_section(1, entry_scan) to detail_section.
           move side_mass(2, entry_found) to detail_old_mass.
           move side_mass(1, entry_scan) to detail_new_mass.
           move difference_work to detail_difference.
      *> a module that carried no mass last time has no percent to
      *> change by - shown as the largest the column holds.
           if side_mass(2, entry_found) > zero
               compute percent_work rounded =
                   difference_work * 100 / side_mass(2, entry_found)
                   on size error
                       move 99999.9 to percent_work
               end-compute
           else
               move 99999.9 to percent_work
           end-if.
           move percent_work to detail_percent.
           write report_record from mass_detail.
           add 1 to report_detail_count.
           add 1 to listing_count.

        write_moved_listing.
           move "MODULES THAT MOVED SECTION"
               to listing_title.
           perform start_listing.
           write report_record from moved_column_heads.
           add 1 to report_detail_count.
           move 1 to entry_scan.
           perform until entry_scan > side_total(1)
               if side_matched(1, entry_scan)
                   perform find_on_old_manifest
                   if side_section(1, entry_scan)
                           not = side_section(2, entry_found)
                       perform write_moved_line
                   end-if
               end-if
               add 1 to entry_scan
           end-perform.
           perform end_listing.

        write_moved_line.
           if report_detail_count >= report_lines_per_page
               perform start_report_page
               write report_record from moved_column_heads
               add 1 to report_detail_count
           end-if.
           move side_module(1, entry_scan) to moved_module.
           move side_section(2, entry_found) to moved_old_section.
           move side_section(1, entry_scan) to moved_new_section.
           move side_mass(1, entry_scan) to moved_new_mass.
           write report_record from moved_detail.
           add 1 to report_detail_count.
           add 1 to listing_count.

        write_summary.
           move spaces to report_record.
           write report_record.
           move "SUMMARY" to report_record.
           write report_record.
           move spaces to report_record.
           write report_record.
           move "MODULES ON NEW MANIFEST" to count_label.
           move side_total(1) to count_value.
           write report_record from report_count_line.
           move "MODULES ON OLD MANIFEST" to count_label.
           move side_total(2) to count_value.
           write report_record from report_count_line.
           move "MASS ON NEW MANIFEST" to amount_label.
           move side_mass_total(1) to amount_value.
           write report_record from report_amount_line.
           move "MASS ON OLD MANIFEST" to amount_label.
           move side_mass_total(2) to amount_value.
           write report_record from report_amount_line.
           move "UNREADABLE RECORDS NEW" to count_label.
           move side_unreadable(1) to count_value.
           write report_record from report_count_line.
           move "UNREADABLE RECORDS OLD" to count_label.
           move side_unreadable(2) to count_value.
           write report_record from report_count_line.
           move "MODULES UNCHANGED" to count_label.
           move unchanged_count to count_value.
           write report_record from report_count_line.
           move "MODULES ADDED" to count_label.
           move added_count to count_value.
           write report_record from report_count_line.
           move "MASS ADDED" to amount_label.
           move added_mass to amount_value.
           write report_record from report_amount_line.
           move "MODULES DROPPED" to count_label.
           move dropped_count to count_value.
           write report_record from report_count_line.
           move "MASS DROPPED" to amount_label.
           move dropped_mass to amount_value.
           write report_record from report_amount_line.
           move "MODULES WITH MASS CHANGED" to count_label.
           move changed_count to count_value.
           write report_record from report_count_line.
           move "CHANGED MASS - OLD" to amount_label.
           move changed_old_mass to amount_value.
           write report_record from report_amount_line.
           move "CHANGED MASS - NEW" to amount_label.
           move changed_new_mass to amount_value.
           write report_record from report_amount_line.
           compute net_change_work =
               changed_new_mass - changed_old_mass.
           move "CHANGED MASS - NET" to amount_label.
           move net_change_work to amount_value.
           write report_record from report_amount_line.
           move "MODULES MOVED SECTION" to count_label.
           move moved_count to count_value.
           write report_record from report_count_line.
           move "MASS MOVED SECTION" to amount_label.
           move moved_mass to amount_value.
           write report_record from report_amount_line.

        after_open_error.
           set side_failed to true.

        after_close_error.
           continue.

        read_next_record.
           copy "readnext.cpy".

        after_successful_read.
           continue.

        after_read_error.
           set side_failed to true.
           set end_of_file to true.
