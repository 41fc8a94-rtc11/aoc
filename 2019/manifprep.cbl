        *> of a hand-edited file. a raw file that fails layout
        *> validation is listed and left untouched; only clean
        *> feeds make it into the prepared manifest.
        *>
        *> a supplier that sends its own layout instead is named
        *> after its file in INPUT_FILES - acme.csv(ACME) - and the
        *> file is converted into the ordinary layout on the way in,
        *> by the definition the format file (FORMAT_FILE, default
        *> suppfmt.txt) holds for that supplier, one line each:
        *>     supplier  type  delimiter  skip  module  unit  mass
        *> type D is delimited - the delimiter is one character, or
        *> TAB or SPACE, and module, unit and mass are field numbers
        *> counted from 1. type F is fixed columns - the delimiter is
        *> written as - and module, unit and mass are start:length.
        *> skip is the number of header lines at the top of the file;
        *> a unit of 0 means the supplier sends none. e.g.
        *>     ACME   D  ,  1  2  4  3
        *>     BRAVO  F  -  0  21:8  1:2  5:12
        *> the supplier's SUPPLIER header is written for it. a line
        *> that cannot be converted is a layout error like any other,
        *> and so is a definition the format file gets wrong.

        ENVIRONMENT DIVISION.
        input-output section.
            select uom_file assign to uom_filename
                organization is line sequential
                status is uom_file_status.
            select format_file assign to format_filename
                organization is line sequential
                status is format_file_status.

        DATA DIVISION.
        file section.
            05 filler pic x(1).
            05 supplier_code_in pic x(10).
            05 filler pic x(59).
        01 native_record pic x(256).

        fd manifest_file.
        01 manifest_record pic x(80).
        fd uom_file.
        01 uom_record pic x(40). *> code, factor, description

        fd format_file.
        01 format_record pic x(80).

        working-storage section.
        01 filename pic x(40).
        copy "fileio-ws.cpy".
        01 section_headers_written pic 9(5) value zero.
        01 output_section pic x(30).
        01 output_mass_sum pic 9(9)v99 value zero.
        01 format_filename pic x(40) value "suppfmt.txt".
        01 format_file_status pic xx.
        01 format_eof_flag pic x value 'n'.
            88 format_eof value 'y'.
        01 format_line_number pic 9(7) value zero.
        01 format_table.
            05 format_entry occurs 50 times.
                10 format_supplier pic x(10).
                10 format_type pic x(1).
                    88 format_delimited value 'D'.
                    88 format_fixed value 'F'.
                10 format_delimiter pic x(1).
                10 format_skip pic 9(3).
                10 format_module_pos pic 9(3).
                10 format_module_len pic 99.
                10 format_unit_pos pic 9(3).
                10 format_unit_len pic 99.
                10 format_mass_pos pic 9(3).
                10 format_mass_len pic 99.
        01 format_total pic 99 value zero.
        01 format_scan pic 99.
        01 format_found pic 99.
        01 format_supplier_in pic x(10).
        01 format_type_in pic x(5).
        01 format_delimiter_in pic x(5).
        01 format_skip_in pic x(5).
        01 format_module_in pic x(10).
        01 format_unit_in pic x(10).
        01 format_mass_in pic x(10).
        01 format_text_len pic 99.
        01 spec_text pic x(10).
        01 spec_pos_text pic x(5).
        01 spec_len_text pic x(5).
        01 spec_pos pic 9(3).
        01 spec_len pic 99.
        01 spec_max_len pic 99.
        01 spec_optional_flag pic x.
            88 spec_optional value 'y'.
        01 spec_valid_flag pic x.
            88 spec_valid value 'y'.
        01 tagged_file_count pic 99 value zero.
        01 file_supplier pic x(10).
        01 file_supplier_text pic x(20).
        01 native_format_flag pic x value 'n'.
            88 native_format value 'y'.
        01 native_skipped_flag pic x.
            88 native_line_skipped value 'y'.
        01 native_table.
            05 native_field occurs 20 times pic x(80).
        01 native_field_total pic 99.
        01 native_line_len pic 9(3).
        01 native_pointer pic 9(3).
        01 native_pos pic 9(3).
        01 native_len pic 99.
        01 native_value pic x(80).
        01 native_quoted pic x(80).
        01 native_value_len pic 99.
        01 converted_module pic x(10).
        01 converted_unit pic x(2).
        01 converted_mass pic x(66).
        01 error_detail.
            05 error_file_out pic x(40).
            05 filler pic x(6) value " line ".
        main.
           perform get_run_parameters
           perform load_uom_table
           perform load_format_table
           perform process_all_files
           if prep_total = zero
               display "no valid records staged - "
                   move parm_value to input_file_list
               when "OUTPUT_FILE"
                   move parm_value to manifest_filename
               when "FORMAT_FILE"
                   move parm_value to format_filename
               when other
                   display "[PARM] unknown keyword '"
                       function trim(parm_keyword) "'"
                   into input_file_entry(input_file_total)
                   with pointer list_pointer
               end-unstring
               move zero to parm_text_len
               inspect input_file_entry(input_file_total)
                   tallying parm_text_len for all "("
               if parm_text_len > zero
                   add 1 to tagged_file_count
               end-if
           end-perform.
           if list_pointer <= list_len
               display "[WARN] INPUT_FILES names more than 20"
        process_all_files.
           move 1 to input_file_index.
           perform until input_file_index > input_file_total
               move spaces to filename
               move spaces to file_supplier_text
               move spaces to file_supplier
               unstring input_file_entry(input_file_index)
                   delimited by "("
                   into filename file_supplier_text
               end-unstring
               unstring file_supplier_text delimited by ")"
                   into file_supplier
               end-unstring
               move function upper-case(file_supplier)
                   to file_supplier
               perform stage_one_file
               add 1 to input_file_index
           end-perform.
           move spaces to current_section.
           move spaces to current_supplier.
           move 'y' to file_valid_flag.
           move 'n' to native_format_flag.
           if file_supplier not = spaces
               perform find_format
               if format_found = zero
                   add 1 to files_failed_count
                   move zero to line_number
                   move "NO FORMAT FOR SUPPLIER" to line_error_reason
                   perform list_layout_error
                   display function trim(filename) ": no definition"
                       " for supplier " function trim(file_supplier)
                       " in " function trim(format_filename)
                       " - left untouched"
                   exit paragraph
               end-if
               set native_format to true
               move file_supplier to current_supplier
           end-if.
           perform read_file.
           if not file_is_valid
               add 1 to files_failed_count
           copy "closeinput.cpy".

        check_one_line.
           if native_format
               perform check_native_line
               exit paragraph
           end-if.
           if input_record = spaces
      *> hand-edited feeds pick up stray blank lines - drop them
      *> quietly rather than fail the file over nothing.
               move supplier_code_in to current_supplier
               exit paragraph
           end-if.
           perform stage_detail_line.

        check_native_line.
           perform convert_native_line.
           if native_line_skipped
               exit paragraph
           end-if.
           if line_in_error
               move 'n' to file_valid_flag
               add 1 to file_error_count
               perform list_layout_error
               exit paragraph
           end-if.
           perform stage_detail_line.

        stage_detail_line.
           perform validate_detail_line.
           if line_in_error
               move 'n' to file_valid_flag
               move "NEGATIVE MASS" to line_error_reason
           end-if.

        load_format_table.
      *> read only when a feed is tagged with a supplier - a run of
      *> ordinary feeds needs no format file at all.
           if tagged_file_count = zero
               exit paragraph
           end-if.
           open input format_file.
           if format_file_status not = '00'
               display "[INFO] no " function trim(format_filename)
                   " (" format_file_status ") - supplier feeds cannot"
                   " be converted"
               exit paragraph
           end-if.
           move format_filename to filename.
           move 'n' to format_eof_flag.
           perform until format_eof
               read format_file
                   at end
                       set format_eof to true
                   not at end
                       add 1 to format_line_number
                       perform store_one_format
               end-read
           end-perform.
           close format_file.
           display "supplier formats loaded: " format_total.

        store_one_format.
      *> a definition that is wrong goes on the error list against
      *> the format file's own line and is dropped - the feed that
      *> needs it then fails for want of a definition, rather than
      *> being converted by guesswork.
           if format_record = spaces or format_record(1:1) = "*"
               exit paragraph
           end-if.
           move format_line_number to line_number.
           move spaces to line_error_reason.
           move spaces to format_supplier_in.
           move spaces to format_type_in.
           move spaces to format_delimiter_in.
           move spaces to format_skip_in.
           move spaces to format_module_in.
           move spaces to format_unit_in.
           move spaces to format_mass_in.
           unstring format_record delimited by all " "
               into format_supplier_in format_type_in
                   format_delimiter_in format_skip_in
                   format_module_in format_unit_in format_mass_in
           end-unstring.
           move function upper-case(format_supplier_in)
               to format_supplier_in.
           move function upper-case(format_type_in) to format_type_in.
           move function upper-case(format_delimiter_in)
               to format_delimiter_in.
           move format_supplier_in to file_supplier.
           perform find_format.
           if format_found > zero
               move "FORMAT: DUPLICATE SUPPLIER" to line_error_reason
               perform list_layout_error
               exit paragraph
           end-if.
           if format_total >= 50
               move "FORMAT: TABLE FULL" to line_error_reason
               perform list_layout_error
               exit paragraph
           end-if.
           if format_type_in not = "D" and format_type_in not = "F"
               move "FORMAT: TYPE NOT D OR F" to line_error_reason
               perform list_layout_error
               exit paragraph
           end-if.
           move function length(function trim(format_skip_in))
               to format_text_len.
           if format_skip_in = spaces or format_text_len > 3
                   or format_skip_in(1:format_text_len) is not numeric
               move "FORMAT: SKIP NOT NUMERIC" to line_error_reason
               perform list_layout_error
               exit paragraph
           end-if.
           add 1 to format_total.
           move format_supplier_in to format_supplier(format_total).
           move format_type_in to format_type(format_total).
           move format_skip_in(1:format_text_len)
               to format_skip(format_total).
           move space to format_delimiter(format_total).
           if format_delimited(format_total)
               evaluate true
                   when format_delimiter_in = "TAB"
                       move x"09" to format_delimiter(format_total)
                   when format_delimiter_in = "SPACE"
                       move space to format_delimiter(format_total)
                   when format_delimiter_in(2:) = spaces
                           and format_delimiter_in not = spaces
                       move format_delimiter_in
                           to format_delimiter(format_total)
                   when other
                       move "FORMAT: BAD DELIMITER"
                           to line_error_reason
               end-evaluate
           end-if.
           if line_error_reason = spaces
               move format_module_in to spec_text
               move 10 to spec_max_len
               move 'n' to spec_optional_flag
               perform parse_field_spec
               move spec_pos to format_module_pos(format_total)
               move spec_len to format_module_len(format_total)
               if not spec_valid
                   move "FORMAT: BAD MODULE FIELD"
                       to line_error_reason
               end-if
           end-if.
           if line_error_reason = spaces
               move format_unit_in to spec_text
               move 2 to spec_max_len
               set spec_optional to true
               perform parse_field_spec
               move spec_pos to format_unit_pos(format_total)
               move spec_len to format_unit_len(format_total)
               if not spec_valid
                   move "FORMAT: BAD UNIT FIELD" to line_error_reason
               end-if
           end-if.
           if line_error_reason = spaces
               move format_mass_in to spec_text
               move 66 to spec_max_len
               move 'n' to spec_optional_flag
               perform parse_field_spec
               move spec_pos to format_mass_pos(format_total)
               move spec_len to format_mass_len(format_total)
               if not spec_valid
                   move "FORMAT: BAD MASS FIELD" to line_error_reason
               end-if
           end-if.
           if line_error_reason not = spaces
               perform list_layout_error
               move spaces to line_error_reason
               subtract 1 from format_total
           end-if.

        parse_field_spec.
      *> a delimited field is its field number, 1 to 20; a fixed
      *> field is start:length within the line, no longer than the
      *> standard layout's field. an optional field may be 0.
           move 'n' to spec_valid_flag.
           move zero to spec_pos.
           move zero to spec_len.
           if spec_text = "0" and spec_optional
               set spec_valid to true
               exit paragraph
           end-if.
           move spaces to spec_pos_text.
           move spaces to spec_len_text.
           unstring spec_text delimited by ":"
               into spec_pos_text spec_len_text
           end-unstring.
           move function length(function trim(spec_pos_text))
               to format_text_len.
           if spec_pos_text = spaces or format_text_len > 3
                   or spec_pos_text(1:format_text_len) is not numeric
               exit paragraph
           end-if.
           move spec_pos_text(1:format_text_len) to spec_pos.
           if format_delimited(format_total)
               if spec_len_text = spaces
                       and spec_pos > zero and spec_pos <= 20
                   set spec_valid to true
               end-if
               exit paragraph
           end-if.
           move function length(function trim(spec_len_text))
               to format_text_len.
           if spec_len_text = spaces or format_text_len > 2
                   or spec_len_text(1:format_text_len) is not numeric
               exit paragraph
           end-if.
           move spec_len_text(1:format_text_len) to spec_len.
           if spec_pos > zero and spec_len > zero
                   and spec_len <= spec_max_len
                   and spec_pos + spec_len - 1 <= 256
               set spec_valid to true
           end-if.

        find_format.
           move zero to format_found.
           move 1 to format_scan.
           perform until format_scan > format_total
                   or format_found > zero
               if format_supplier(format_scan) = file_supplier
                   move format_scan to format_found
               end-if
               add 1 to format_scan
           end-perform.

        convert_native_line.
      *> the header lines the definition skips are counted from the
      *> top of the file, whatever they hold; blank lines after
      *> them are dropped as they are in an ordinary feed.
           move 'n' to line_error_flag.
           move spaces to line_error_reason.
           move 'n' to native_skipped_flag.
           if line_number <= format_skip(format_found)
                   or native_record = spaces
               set native_line_skipped to true
               exit paragraph
           end-if.
           if format_delimited(format_found)
               perform split_native_line
           end-if.
           move format_module_pos(format_found) to native_pos.
           move format_module_len(format_found) to native_len.
           perform take_native_field.
           if native_value_len = zero
               set line_in_error to true
               move "NATIVE: NO MODULE ID" to line_error_reason
               exit paragraph
           end-if.
           if native_value_len > 10
               set line_in_error to true
               move "NATIVE: MODULE ID TOO LONG" to line_error_reason
               exit paragraph
           end-if.
           move native_value to converted_module.
           move spaces to converted_unit.
           if format_unit_pos(format_found) > zero
               move format_unit_pos(format_found) to native_pos
               move format_unit_len(format_found) to native_len
               perform take_native_field
               if native_value_len > 2
                   set line_in_error to true
                   move "NATIVE: UNIT CODE TOO LONG"
                       to line_error_reason
                   exit paragraph
               end-if
               move native_value to converted_unit
           end-if.
           move format_mass_pos(format_found) to native_pos.
           move format_mass_len(format_found) to native_len.
           perform take_native_field.
           if native_value_len = zero
               set line_in_error to true
               move "NATIVE: NO MASS" to line_error_reason
               exit paragraph
           end-if.
           if native_value_len > 66
               set line_in_error to true
               move "NATIVE: MASS TOO LONG" to line_error_reason
               exit paragraph
           end-if.
           move native_value to converted_mass.
      *> the native line shares the record area, so it is only
      *> overwritten once every field has been taken from it.
           move spaces to input_record.
           move converted_module to module_id.
           move converted_unit to unit_code.
           move converted_mass to record_data.

        split_native_line.
           move function length(function trim(native_record trailing))
               to native_line_len.
           move zero to native_field_total.
           move 1 to native_pointer.
           perform until native_pointer > native_line_len
                   or native_field_total >= 20
               add 1 to native_field_total
               move spaces to native_field(native_field_total)
               if format_delimiter(format_found) = space
                   unstring native_record(1:native_line_len)
                       delimited by all space
                       into native_field(native_field_total)
                       with pointer native_pointer
                   end-unstring
               else
                   unstring native_record(1:native_line_len)
                       delimited by format_delimiter(format_found)
                       into native_field(native_field_total)
                       with pointer native_pointer
                   end-unstring
               end-if
           end-perform.

        take_native_field.
      *> surrounding blanks and one pair of enclosing quotes are
      *> the supplier's packaging, not part of the value.
           move spaces to native_value.
           move zero to native_value_len.
           if format_delimited(format_found)
               if native_pos > native_field_total
                   exit paragraph
               end-if
               move native_field(native_pos) to native_value
           else
               move native_record(native_pos:native_len)
                   to native_value
           end-if.
           if native_value = spaces
               exit paragraph
           end-if.
           move function trim(native_value) to native_value.
           move function length(function trim(native_value))
               to native_value_len.
           if native_value_len > 1
                   and native_value(1:1) = '"'
                   and native_value(native_value_len:1) = '"'
               move spaces to native_quoted
               if native_value_len > 2
                   move native_value(2:native_value_len - 2)
                       to native_quoted
               end-if
               move function trim(native_quoted) to native_value
               move zero to native_value_len
               if native_value not = spaces
                   move function length(function trim(native_value))
                       to native_value_len
               end-if
           end-if.

        list_layout_error.
           perform open_error_list.
           if not error_list_open
