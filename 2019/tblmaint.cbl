        IDENTIFICATION DIVISION.
        program-id. tblmaint.

        *> maintenance front end for the hand-kept control tables day1
        *> loads at the start of every run - the supplier master
        *> (suppmast.txt), the section master (sectmast.txt), the tank
        *> inventory (tankinv.txt), the fuel price table
        *> (fuelprice.txt) and the unit conversion table
        *> (uomtable.txt). day1 drops a line it cannot read with no
        *> more than a warning, so one typo switches off a tank, a
        *> section's limit or a price; here every entry is held to
        *> the same rules before it reaches the file, lines already
        *> on file that day1 would drop are shown on LIST, and keys
        *> cannot be duplicated. a price can only be added ahead of
        *> every price already on file and never back-dated, and a
        *> price already in effect cannot be changed or deleted -
        *> runs have been costed from it. every change goes to the
        *> table change log (tblchg.txt) with the operator, the time
        *> and the line before and after, and a line on the audit
        *> log. the operator signs on first; changes need the table
        *> maintenance role, LIST that or inquiry.
        *>
        *> commands: LIST|ADD|CHG|DEL  SUPP|SECT|TANK|PRICE|UOM, END

        ENVIRONMENT DIVISION.
        input-output section.
        file-control.
            select table_file assign to table_filename
                organization is line sequential
                status is table_file_status.
            select keep_file assign to keep_filename
                organization is line sequential
                status is keep_file_status.
            select change_log_file assign to change_log_filename
                organization is line sequential
                status is change_log_status.
            select operator_file assign to operator_filename
                organization is line sequential
                status is operator_file_status.
            select audit_log_file assign to audit_log_filename
                organization is line sequential
                status is audit_log_file_status.

        DATA DIVISION.
        file section.
        fd table_file.
        01 table_record pic x(80).

        fd keep_file.
        01 keep_record pic x(80).

        fd change_log_file.
        01 change_log_record.
            05 change_ts pic x(14).
            05 change_gap_1 pic x(1).
            05 change_operator pic x(10).
            05 change_gap_2 pic x(1).
            05 change_table pic x(5).
            05 change_gap_3 pic x(1).
            05 change_action pic x(3).
            05 change_gap_4 pic x(1).
            05 change_image pic x(6).
            05 change_gap_5 pic x(1).
            05 change_line pic x(80).

        fd operator_file.
        copy "operrec.cpy".

        fd audit_log_file.
        01 audit_log_record.
            05 audit_ts_out pic x(14).
            05 audit_gap pic x(1).
            05 audit_message_out pic x(80).

        working-storage section.
        copy "signon-ws.cpy".
        01 audit_log_filename pic x(13) value "audit_log.txt".
        01 audit_log_file_status pic xx.
        01 audit_timestamp pic x(21).
        01 audit_message pic x(80).
        01 table_filename pic x(13).
        01 table_file_status pic xx.
        01 table_eof_flag pic x value 'n'.
            88 table_eof value 'y'.
        01 keep_filename pic x(12) value "tblmaint.tmp".
        01 keep_file_status pic xx.
        01 change_log_filename pic x(10) value "tblchg.txt".
        01 change_log_status pic xx.
        01 change_log_open_flag pic x value 'n'.
            88 change_log_open value 'y'.
        01 command_line pic x(30).
        01 action_word pic x(6).
        01 table_word pic x(6).
        01 table_kind pic x(5).
            88 table_is_supplier value "SUPP".
            88 table_is_section value "SECT".
            88 table_is_tank value "TANK".
            88 table_is_price value "PRICE".
            88 table_is_unit value "UOM".
        01 table_capacity pic 99.
        01 table_selected_flag pic x.
            88 table_selected value 'y'.
        01 done_flag pic x value 'n'.
            88 maintenance_done value 'y'.
        01 key_label pic x(20).
        01 row_table.
            05 row_entry occurs 100 times.
                10 row_key pic x(30).
                10 row_text pic x(80).
                10 row_error pic x(40).
        01 row_total pic 999 value zero.
        01 row_scan pic 999.
        01 row_found pic 999.
        01 row_valid_count pic 999.
        01 row_overflow_count pic 999.
        01 field_key pic x(30).
        01 field_2 pic x(30).
        01 field_3 pic x(30).
        01 field_error pic x(40).
        01 field_pointer pic 99.
        01 field_len pic 99.
        01 field_space_count pic 99.
        01 number_work pic s9(11)v9(6).
        01 capacity_work pic s9(11)v9(6).
        01 level_work pic s9(11)v9(6).
        01 tank_capacity_out pic z(8)9.99.
        01 tank_level_out pic z(8)9.99.
        01 reply_text pic x(30).
        01 before_image pic x(80).
        01 current_ts pic x(21).
        01 today_date pic x(8).
        01 latest_price_date pic x(8).
        01 listed_count pic 999.
        01 table_rewritten_flag pic x.
            88 table_rewritten value 'y'.

        PROCEDURE DIVISION.
        main.
           perform sign_on_operator
           move function current-date to current_ts
           move current_ts(1:8) to today_date
           display "control table maintenance - commands:"
           display "  LIST <table>"
           display "  ADD <table>"
           display "  CHG <table>"
           display "  DEL <table>"
           display "  END"
           display "tables: SUPP (suppmast.txt), SECT (sectmast.txt),"
               " TANK (tankinv.txt), PRICE (fuelprice.txt),"
               " UOM (uomtable.txt)"
           perform until maintenance_done
               perform get_command
               perform apply_command
           end-perform
           stop run.

        get_command.
           move spaces to command_line.
           display "> " with no advancing.
           accept command_line.
           move spaces to action_word.
           move spaces to table_word.
           unstring command_line delimited by all " "
               into action_word table_word
           end-unstring.
           move function upper-case(action_word) to action_word.
           move function upper-case(table_word) to table_word.

        apply_command.
           evaluate action_word
               when "END"
                   set maintenance_done to true
               when spaces
                   continue
               when "LIST"
               when "ADD"
               when "CHG"
               when "DEL"
                   perform check_table_role
                   if not role_granted
                       perform refuse_without_role
                       exit paragraph
                   end-if
                   perform select_table
                   if table_selected
                       perform load_table
                   end-if
                   if table_selected
                       perform apply_table_action
                   end-if
               when other
                   display "unknown command: "
                       function trim(action_word)
           end-evaluate.

        check_table_role.
           move 'T' to role_wanted.
           if action_word = "LIST"
               perform check_inquiry_role
           else
               perform check_operator_role
           end-if.

        apply_table_action.
           move 'n' to table_rewritten_flag.
           evaluate action_word
               when "LIST"
                   perform list_table
               when "ADD"
                   perform add_row
               when "CHG"
                   perform change_row
               when "DEL"
                   perform delete_row
           end-evaluate.
           if table_rewritten
               string function trim(action_word) " "
                   function trim(table_kind) " "
                   function trim(field_key) " - lines on "
                   change_log_filename
                   delimited by size into audit_message
               end-string
               perform log_audit_message
           end-if.

        select_table.
      *> the capacities are the table sizes day1 loads into - an
      *> entry past them is dropped at load time.
           set table_selected to true.
           move table_word to table_kind.
           evaluate true
               when table_is_supplier
                   move "suppmast.txt" to table_filename
                   move 20 to table_capacity
                   move "supplier id" to key_label
               when table_is_section
                   move "sectmast.txt" to table_filename
                   move 50 to table_capacity
                   move "section name" to key_label
               when table_is_tank
                   move "tankinv.txt" to table_filename
                   move 50 to table_capacity
                   move "tank id" to key_label
               when table_is_price
                   move "fuelprice.txt" to table_filename
                   move 50 to table_capacity
                   move "effective yyyymmdd" to key_label
               when table_is_unit
                   move "uomtable.txt" to table_filename
                   move 20 to table_capacity
                   move "unit code" to key_label
               when other
                   display "name a table: SUPP, SECT, TANK, PRICE"
                       " or UOM"
                   move 'n' to table_selected_flag
           end-evaluate.

        load_table.
      *> the table is read fresh for every command, so a change
      *> always lands on what is on file now.
           move zero to row_total.
           move zero to row_valid_count.
           move zero to row_overflow_count.
           move spaces to latest_price_date.
           move 'n' to table_eof_flag.
           open input table_file.
           if table_file_status = '35'
               display "no " function trim(table_filename)
                   " on file yet - starting with an empty table"
               exit paragraph
           end-if.
      *> a table that is there but cannot be read must not be
      *> taken for an empty one - a change would write it over.
           if table_file_status not = '00'
               display "[ERROR] failed to open "
                   function trim(table_filename) ": "
                   table_file_status " - command refused"
               move 'n' to table_selected_flag
               exit paragraph
           end-if.
           perform until table_eof
               read table_file
                   at end
                       set table_eof to true
                   not at end
                       perform store_one_row
               end-read
           end-perform.
           close table_file.
           if row_overflow_count > zero
               display "[WARN] " function trim(table_filename)
                   " has more lines than the table holds - "
                   row_overflow_count " line(s) would be lost on"
                   " any change"
           end-if.

        store_one_row.
           if table_record = spaces
               exit paragraph
           end-if.
           if row_total >= 100
               add 1 to row_overflow_count
               exit paragraph
           end-if.
           add 1 to row_total.
           move table_record to row_text(row_total).
           move row_total to row_scan.
           perform parse_row_text.
           perform validate_fields.
           move field_key to row_key(row_total).
      *> a key already taken by a good entry is as good as dropped -
      *> day1 only ever finds the first.
           if field_error = spaces
               move 1 to row_found
               perform until row_found >= row_total
                   if row_key(row_found) = field_key
                           and row_error(row_found) = spaces
                       move "duplicate key" to field_error
                   end-if
                   add 1 to row_found
               end-perform
           end-if.
           if field_error = spaces
               add 1 to row_valid_count
               if row_valid_count > table_capacity
                   move "past the table's capacity" to field_error
               end-if
           end-if.
           move field_error to row_error(row_total).
           if table_is_price and field_error = spaces
               if field_key(1:8) > latest_price_date
                       or latest_price_date = spaces
                   move field_key(1:8) to latest_price_date
               end-if
           end-if.

        parse_row_text.
      *> the line layouts are day1's: the supplier and section
      *> masters in fixed columns (names carry spaces), the rest
      *> space delimited.
           move spaces to field_key.
           move spaces to field_2.
           move spaces to field_3.
           evaluate true
               when table_is_supplier
                   move row_text(row_scan)(1:10) to field_key
                   move row_text(row_scan)(12:30) to field_2
                   move row_text(row_scan)(43:20) to field_3
               when table_is_section
                   move row_text(row_scan)(1:30) to field_key
                   move row_text(row_scan)(32:14) to field_2
                   move row_text(row_scan)(47:20) to field_3
               when table_is_tank
               when table_is_price
                   unstring row_text(row_scan) delimited by all " "
                       into field_key field_2 field_3
                   end-unstring
               when table_is_unit
      *> the description after the factor runs to the end of the
      *> line and keeps its spaces.
                   move 1 to field_pointer
                   unstring row_text(row_scan) delimited by all " "
                       into field_key field_2
                       with pointer field_pointer
                   end-unstring
                   if field_pointer <= 80
                       move row_text(row_scan)(field_pointer:)
                           to field_3
                   end-if
           end-evaluate.

        validate_fields.
           move spaces to field_error.
           if field_key = spaces
               string function trim(key_label) " is blank"
                   delimited by size into field_error
               end-string
               exit paragraph
           end-if.
           evaluate true
               when table_is_supplier
                   continue
               when table_is_section
                   perform validate_section_fields
               when table_is_tank
                   perform validate_tank_fields
               when table_is_price
                   perform validate_price_fields
               when table_is_unit
                   perform validate_unit_fields
           end-evaluate.

        validate_section_fields.
           perform check_field_2_numeric.
           if field_error not = spaces
               move "limit is not numeric" to field_error
               exit paragraph
           end-if.
           if number_work < zero
               move "limit is negative" to field_error
           end-if.
           if number_work > 999999999.99
               move "limit is too large" to field_error
           end-if.

        validate_tank_fields.
           perform check_key_one_word.
           if field_error not = spaces
               exit paragraph
           end-if.
           if function length(function trim(field_key)) > 10
               move "tank id is longer than 10" to field_error
               exit paragraph
           end-if.
           perform check_field_2_numeric.
           if field_error not = spaces
               move "capacity is not numeric" to field_error
               exit paragraph
           end-if.
           move number_work to capacity_work.
           move function length(function trim(field_3))
               to field_len.
           if field_len = zero
                   or function test-numval(field_3(1:field_len))
                       not = zero
               move "level is not numeric" to field_error
               exit paragraph
           end-if.
           compute level_work = function numval(field_3(1:field_len)).
           if capacity_work < zero or level_work < zero
               move "capacity or level is negative" to field_error
               exit paragraph
           end-if.
           if capacity_work > 999999999.99
               move "capacity is too large" to field_error
               exit paragraph
           end-if.
      *> day1 would only cap it - here it is a keying error.
           if level_work > capacity_work
               move "level exceeds capacity" to field_error
           end-if.

        validate_price_fields.
           perform validate_price_date.
           if field_error not = spaces
               exit paragraph
           end-if.
           perform check_field_2_numeric.
           if field_error not = spaces
               move "price is not numeric" to field_error
               exit paragraph
           end-if.
           if number_work = zero
               move "price is zero" to field_error
               exit paragraph
           end-if.
           if number_work < zero
               move "price is negative" to field_error
               exit paragraph
           end-if.
           if number_work > 99999.9999
               move "price is too large" to field_error
           end-if.

        validate_price_date.
           perform check_key_one_word.
           if field_error not = spaces
               exit paragraph
           end-if.
           if function length(function trim(field_key)) not = 8
                   or function test-numval(field_key(1:8)) not = zero
               move "effective date is not yyyymmdd" to field_error
               exit paragraph
           end-if.
           if function test-date-yyyymmdd(
                   function numval(field_key(1:8))) not = zero
               move "effective date is not a real date"
                   to field_error
           end-if.

        validate_unit_fields.
           perform check_key_one_word.
           if field_error not = spaces
               exit paragraph
           end-if.
           if function length(function trim(field_key)) > 2
               move "unit code is longer than 2" to field_error
               exit paragraph
           end-if.
           perform check_field_2_numeric.
           if field_error not = spaces
               move "factor is not numeric" to field_error
               exit paragraph
           end-if.
           if number_work not > zero
               move "factor is not above zero" to field_error
               exit paragraph
           end-if.
           if number_work > 999.999999
               move "factor is too large" to field_error
           end-if.

        check_field_2_numeric.
           move function length(function trim(field_2)) to field_len.
           if field_len = zero or field_len > 14
                   or function test-numval(field_2(1:field_len))
                       not = zero
               move "not numeric" to field_error
               exit paragraph
           end-if.
           compute number_work = function numval(field_2(1:field_len)).

        check_key_one_word.
      *> these tables are space delimited - a key with a space in
      *> it would be read back as two fields.
           move zero to field_space_count.
           move function length(function trim(field_key trailing))
               to field_len.
           inspect field_key(1:field_len)
               tallying field_space_count for all " ".
           if field_space_count > zero
               string function trim(key_label) " contains a space"
                   delimited by size into field_error
               end-string
           end-if.

        format_row.
           move spaces to row_text(row_scan).
           evaluate true
               when table_is_supplier
                   move field_key to row_text(row_scan)(1:10)
                   move field_2 to row_text(row_scan)(12:30)
                   move field_3 to row_text(row_scan)(43:20)
               when table_is_section
                   move field_key to row_text(row_scan)(1:30)
                   move function trim(field_2)
                       to row_text(row_scan)(32:14)
                   move field_3 to row_text(row_scan)(47:20)
               when table_is_tank
      *> written the way tankpost writes the master back.
                   move capacity_work to tank_capacity_out
                   move level_work to tank_level_out
                   string function trim(field_key) " "
                       function trim(tank_capacity_out) " "
                       function trim(tank_level_out)
                       delimited by size into row_text(row_scan)
                   end-string
               when table_is_price
                   string function trim(field_key) " "
                       function trim(field_2)
                       delimited by size into row_text(row_scan)
                   end-string
               when table_is_unit
                   string function trim(field_key) " "
                       function trim(field_2) " "
                       function trim(field_3)
                       delimited by size into row_text(row_scan)
                   end-string
           end-evaluate.
           move field_key to row_key(row_scan).
           move spaces to row_error(row_scan).

        find_row.
           move zero to row_found.
           move 1 to row_scan.
           perform until row_scan > row_total or row_found > zero
               if row_key(row_scan) = field_key
                   move row_scan to row_found
               end-if
               add 1 to row_scan
           end-perform.

        get_key.
           move spaces to reply_text.
           display function trim(key_label) ": " with no advancing.
           accept reply_text.
           move reply_text to field_key.
           if table_is_supplier
               move reply_text(1:10) to field_key
           end-if.

        list_table.
           move zero to listed_count.
           display function trim(table_filename) ":".
           move 1 to row_scan.
           perform until row_scan > row_total
               display "  " row_text(row_scan)(1:70)
               if row_error(row_scan) not = spaces
                   display "    ** " function trim(row_error(row_scan))
                       " - day1 drops this entry"
               end-if
               add 1 to listed_count
               add 1 to row_scan
           end-perform.
           display listed_count " line(s), " row_valid_count
               " usable, table holds " table_capacity.

        add_row.
           perform get_key.
           if field_key = spaces
               display "nothing added"
               exit paragraph
           end-if.
           perform find_row.
           if row_found > zero
               display function trim(field_key)
                   " is already on file - use CHG"
               exit paragraph
           end-if.
           if row_valid_count >= table_capacity or row_total >= 100
               display function trim(table_filename) " is full - day1"
                   " loads no more than " table_capacity " entries"
               exit paragraph
           end-if.
      *> the date is settled before the price is asked for.
           if table_is_price
               move spaces to field_error
               perform validate_price_date
               if field_error = spaces
                   perform check_new_price_date
               end-if
               if field_error not = spaces
                   display "rejected: " function trim(field_error)
                       " - nothing added"
                   exit paragraph
               end-if
           end-if.
           move spaces to field_2.
           move spaces to field_3.
           perform prompt_fields.
           perform validate_fields.
           if field_error not = spaces
               display "rejected: " function trim(field_error)
                   " - nothing added"
               exit paragraph
           end-if.
           perform open_change_log.
           if not change_log_open
               exit paragraph
           end-if.
           add 1 to row_total.
           move row_total to row_scan.
           perform format_row.
           perform rewrite_table.
           if not table_rewritten
               perform close_change_log
               exit paragraph
           end-if.
           move "ADD" to change_action.
           move "AFTER" to change_image.
           move row_text(row_scan) to change_line.
           perform log_change.
           perform close_change_log.
           display function trim(field_key) " added".

        check_new_price_date.
      *> a price only ever joins the end of the chain: back-dating
      *> one, or slotting one in before a later price, would re-cost
      *> runs already charged.
           if field_key(1:8) < today_date
               move "effective date is in the past" to field_error
               exit paragraph
           end-if.
           if latest_price_date not = spaces
                   and field_key(1:8) not > latest_price_date
               string "effective date must be after "
                   latest_price_date
                   delimited by size into field_error
               end-string
           end-if.

        prompt_fields.
      *> blank keeps what is there; * clears a free-text field.
           evaluate true
               when table_is_supplier
                   perform prompt_name_field
                   perform prompt_desk_field
               when table_is_section
                   perform prompt_number_field
                   perform prompt_desk_field
               when table_is_tank
                   perform prompt_number_field
                   perform prompt_level_field
               when table_is_price
                   perform prompt_number_field
               when table_is_unit
                   perform prompt_number_field
                   perform prompt_description_field
           end-evaluate.

        prompt_name_field.
           display "name [" function trim(field_2) "]: "
               with no advancing.
           move spaces to reply_text.
           accept reply_text.
           if reply_text = "*"
               move spaces to field_2
           else
               if reply_text not = spaces
                   move reply_text to field_2
               end-if
           end-if.

        prompt_desk_field.
           display "desk [" function trim(field_3) "]: "
               with no advancing.
           move spaces to reply_text.
           accept reply_text.
           if reply_text = "*"
               move spaces to field_3
           else
               if reply_text not = spaces
                   move reply_text(1:20) to field_3
               end-if
           end-if.

        prompt_description_field.
           display "description [" function trim(field_3) "]: "
               with no advancing.
           move spaces to reply_text.
           accept reply_text.
           if reply_text = "*"
               move spaces to field_3
           else
               if reply_text not = spaces
                   move reply_text to field_3
               end-if
           end-if.

        prompt_number_field.
           evaluate true
               when table_is_section
                   display "limit [" function trim(field_2) "]: "
                       with no advancing
               when table_is_tank
                   display "capacity [" function trim(field_2) "]: "
                       with no advancing
               when table_is_price
                   display "price per unit [" function trim(field_2)
                       "]: " with no advancing
               when table_is_unit
                   display "factor to kg [" function trim(field_2)
                       "]: " with no advancing
           end-evaluate.
           move spaces to reply_text.
           accept reply_text.
           if reply_text not = spaces
               move reply_text to field_2
           end-if.

        prompt_level_field.
           display "level [" function trim(field_3) "]: "
               with no advancing.
           move spaces to reply_text.
           accept reply_text.
           if reply_text not = spaces
               move reply_text to field_3
           end-if.

        change_row.
           perform get_key.
           if field_key = spaces
               display "nothing changed"
               exit paragraph
           end-if.
           perform find_row.
           if row_found = zero
               display function trim(field_key)
                   " is not on file - use ADD"
               exit paragraph
           end-if.
           move row_found to row_scan.
           if table_is_price and row_error(row_scan) = spaces
                   and field_key(1:8) <= today_date
               display "the price effective " field_key(1:8)
                   " is already in effect - add a new price instead"
               exit paragraph
           end-if.
           move row_text(row_scan) to before_image.
           perform parse_row_text.
           perform prompt_fields.
           perform validate_fields.
           if field_error not = spaces
               display "rejected: " function trim(field_error)
                   " - nothing changed"
               exit paragraph
           end-if.
           perform open_change_log.
           if not change_log_open
               exit paragraph
           end-if.
           perform format_row.
           if row_text(row_scan) = before_image
               display "nothing changed"
               perform close_change_log
               exit paragraph
           end-if.
           perform rewrite_table.
           if not table_rewritten
               perform close_change_log
               exit paragraph
           end-if.
           move "CHG" to change_action.
           move "BEFORE" to change_image.
           move before_image to change_line.
           perform log_change.
           move "AFTER" to change_image.
           move row_text(row_scan) to change_line.
           perform log_change.
           perform close_change_log.
           display function trim(field_key) " changed".

        delete_row.
           perform get_key.
           if field_key = spaces
               display "nothing deleted"
               exit paragraph
           end-if.
           perform find_row.
           if row_found = zero
               display function trim(field_key) " is not on file"
               exit paragraph
           end-if.
           if table_is_price and row_error(row_found) = spaces
                   and field_key(1:8) <= today_date
               display "the price effective " field_key(1:8)
                   " is already in effect - runs have been costed"
                   " from it"
               exit paragraph
           end-if.
           display "  " row_text(row_found)(1:70).
           display "delete this entry? (Y/N): " with no advancing.
           move spaces to reply_text.
           accept reply_text.
           if function upper-case(reply_text(1:1)) not = "Y"
               display "nothing deleted"
               exit paragraph
           end-if.
           perform open_change_log.
           if not change_log_open
               exit paragraph
           end-if.
           move row_text(row_found) to before_image.
      *> close the gap so the file keeps its order.
           move row_found to row_scan.
           perform until row_scan >= row_total
               move row_entry(row_scan + 1) to row_entry(row_scan)
               add 1 to row_scan
           end-perform.
           subtract 1 from row_total.
           perform rewrite_table.
           if not table_rewritten
               perform close_change_log
               exit paragraph
           end-if.
           move "DEL" to change_action.
           move "BEFORE" to change_image.
           move before_image to change_line.
           perform log_change.
           perform close_change_log.
           display function trim(field_key) " deleted".

        rewrite_table.
      *> the new table is written complete before it replaces the
      *> live one - a failed write or rename leaves the file as it
      *> was.
           move 'n' to table_rewritten_flag.
           open output keep_file.
           if keep_file_status not = '00'
               display "failed to open " keep_filename ": "
                   keep_file_status " - nothing changed"
               exit paragraph
           end-if.
           move 1 to row_found.
           perform until row_found > row_total
               write keep_record from row_text(row_found)
               add 1 to row_found
           end-perform.
           close keep_file.
           call "CBL_RENAME_FILE" using keep_filename table_filename.
           if return-code not = zero
               display "failed to replace "
                   function trim(table_filename)
                   " - new table left in " keep_filename
               move zero to return-code
               exit paragraph
           end-if.
           move zero to return-code.
           set table_rewritten to true.

        open_change_log.
      *> no change goes onto a table without its image lines - the
      *> log is opened before the table is touched, and a change
      *> that could not be logged is refused.
           move 'n' to change_log_open_flag.
           open extend change_log_file.
           if change_log_status = '35'
               open output change_log_file
           end-if.
           if change_log_status not = '00'
               display "[ERROR] failed to open " change_log_filename
                   ": " change_log_status " - nothing changed"
               string function trim(action_word) " "
                   function trim(table_kind) " "
                   function trim(field_key) " refused - "
                   change_log_filename " would not open"
                   delimited by size into audit_message
               end-string
               perform log_audit_message
               exit paragraph
           end-if.
           set change_log_open to true.

        close_change_log.
           if change_log_open
               close change_log_file
               move 'n' to change_log_open_flag
           end-if.

        log_change.
           move function current-date to current_ts.
           move current_ts(1:14) to change_ts.
           move space to change_gap_1.
           move signed_on_id to change_operator.
           move space to change_gap_2.
           move table_kind to change_table.
           move space to change_gap_3.
           move space to change_gap_4.
           move space to change_gap_5.
           write change_log_record.

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
               string "tblmaint " delimited by size
                   signed_on_id delimited by space
                   ": " delimited by size
                   audit_message delimited by size
                   into audit_message_out
               end-string
           else
               string "tblmaint: " audit_message
                   delimited by size into audit_message_out
               end-string
           end-if.
           write audit_log_record.
           close audit_log_file.
           move spaces to audit_message.

        copy "signon.cpy".
