      * of GetDate(), so a Monday report caught up on Tuesday really
      * computes Monday. Blank means "run live, as of now".
           77 batchAsOf    type String value "".
      * the LoginHistory row of this session, stamped with the sign-out
      * time when the program is left by the menu
           77 sessionId    type Int32 value 0.
      * login rules: this many bad passwords in a row locks the account
      * until a supervisor unlocks it, and a password this many days old
      * has to be changed before the session starts
           77 pwMaxFails   type Int32 value 5.
           77 pwMaxAgeDays type Int32 value 90.
           77 pwMinLength  type Int32 value 6.
      * PBKDF2 rounds for new hashes; the count is stored in each hash so
      * raising it later leaves existing passwords working
           77 pwHashRounds type Int32 value 10000.
      * mail.cfg, read on first use by loadMailConfig
           77 mailCfg      type System.Collections.Generic.Dictionary[type String, type String] value null.
      * a PM task shows on the due list this many days before its day
      * interval is up, or once this percent of its vend interval is used;
      * a machine counts as kept up on the PM compare once it has had
      * pmKeptPct of the visits its plan called for
           77 pmLeadDays   type Int32 value 7.
           77 pmLeadPct    type Int32 value 90.
           77 pmKeptPct    type Int32 value 80.
      * complaint ticket problem types, in the order the prompt lists them
           77 complaintTypes type String value "MONEY,NOVEND,WRONG,EMPTY,WARM,OTHER".
      * 1099 reporting floor for host commissions: min1099Old a year up to
      * tax year min1099NewYear, min1099New a year from then on
           77 min1099Old     type Double value 600.
           77 min1099New     type Double value 2000.
           77 min1099NewYear type Int32 value 2026.
      * van upkeep shows on the dashboard this many miles before it is
      * due; a run longer than vanMaxDayMiles asks before it is kept
           77 vanLeadMiles   type Int32 value 500.
           77 vanMaxDayMiles type Int32 value 400.

      * ////////////////////////////////////////////////////////////////////////////// InstanceMethod
       method-id InstanceMethod final public.
      * active accounts exist yet (fresh install, or the table hasn't been
      * seeded), falls back to the old free-text prompt as a supervisor so
      * accounts can be created from the Maint menu.
      * The password is checked against its salted hash; repeated misses
      * lock the account, an expired or newly issued password has to be
      * changed on the spot, and every attempt lands in LoginHistory with
      * the terminal it came from.
       method-id login final public.
       local-storage section.
           77 raw           type String.
           77 hits         type List[type String].
           77 tries        type Int32 value 0.
           77 loggedIn     type Boolean value false.
           77 opTab        type System.Data.DataTable.
           77 opId         type Int32.
           77 fails        type Int32.
           77 mustChange   type Boolean.
           77 newPass      type String.
           77 newPass2     type String.
           77 changeTries  type Int32.
           77 changed      type Boolean.
           77 loginResult  type String value "OK".
       procedure division.
      * name anything missing from the schema up front, not one failed
      * query at a time later
           invoke db::verifySchema().
           invoke hashLegacyPasswords.

           move db::showAsList("SELECT COUNT(*) FROM Operators WHERE active = 1;") to hits.
           if hits = null or hits::Count = 0 or hits[0] = "0"
               if curOperator::Length = 0
                   move "unknown" to curOperator
               end-if
               move "NOACCTS" to loginResult
           else
               perform tryLogin
               until loggedIn = true or tries >= 3
      * anything still queued from an offline session posts before new
      * work starts, so the entries land in order
           invoke db::flushPending().
      * the session row is what the sign-out stamp goes onto later
           invoke logLogin(curOperator, loginResult, curMachine).
           move db::getEl("LoginHistory", "COALESCE(MAX(id), 0)", type String::Format(
               "operator = '{0}' AND terminal = '{1}' AND result = '{2}' AND logoutDate IS NULL",
               sqlQuote(curOperator), sqlQuote(type Environment::MachineName), loginResult)) to raw.
           if raw <> null and isNumeric(raw) = true
               move type Convert::ToInt32(raw) to sessionId
           end-if.
           goback.
       askMachine.
           display "Machine ID this session is running against, blank for 1: " no advancing.
           move raw::Trim() to curOperator.
           display "Password: " no advancing.
           accept pass.
           add 1 to tries.
           move db::showAsTable(type String::Format(
               "SELECT operatorID, role, COALESCE(pwHash, ''), failCount, locked, mustChange, COALESCE(DATEDIFF(NOW(), pwChanged), 99999) FROM Operators WHERE operatorName = '{0}' AND active = 1;",
               sqlQuote(curOperator))) to opTab.
           if opTab = null or opTab::Rows::Count = 0
               invoke logLogin(curOperator, "FAILED", 0)
               display "| <ERROR: Unknown operator or wrong password.>"
               exit paragraph
           end-if.
           move type Convert::ToInt32(opTab::Rows[0][0]::ToString()) to opId.
           if opTab::Rows[0][4]::ToString() = "1"
               invoke logLogin(curOperator, "LOCKED", 0)
               display "| <ERROR: Account is locked after repeated failed logins -- see a supervisor.>"
               exit paragraph
           end-if.
           if checkPassword(pass::Trim(), opTab::Rows[0][2]::ToString()) = false
               compute fails = type Convert::ToInt32(opTab::Rows[0][3]::ToString()) + 1
               if fails >= pwMaxFails
                   invoke db::runQuery(type String::Format(
                       "UPDATE Operators SET failCount = {0}, locked = 1 WHERE operatorID = {1};", fails, opId))
                   invoke logLogin(curOperator, "LOCKOUT", 0)
                   display "| <ERROR: Too many failed logins -- account locked, see a supervisor.>"
               else
                   invoke db::runQuery(type String::Format(
                       "UPDATE Operators SET failCount = {0} WHERE operatorID = {1};", fails, opId))
                   invoke logLogin(curOperator, "FAILED", 0)
                   display "| <ERROR: Unknown operator or wrong password.>"
               end-if
               exit paragraph
           end-if.
           invoke db::runQuery("UPDATE Operators SET failCount = 0 WHERE operatorID = " & opId::ToString() & ";").
           move opTab::Rows[0][1]::ToString()::Trim()::ToLower() to curRole.

      * a password a supervisor handed out (new account, reset, or one
      * carried over from the plain-text days) or one past its age limit
      * is replaced before the session gets anywhere
           move false to mustChange.
           if opTab::Rows[0][5]::ToString() = "1"
               move true to mustChange
           end-if.
           if mustChange = true
              or type Convert::ToInt32(opTab::Rows[0][6]::ToString()) >= pwMaxAgeDays
               if mustChange = true
                   display "A new password has to be set before this session can start."
               else
                   display "Password is older than " & pwMaxAgeDays::ToString() & " days -- please choose a new one."
               end-if
               move false to changed
               move 0 to changeTries
               perform forceChange
               until changed = true or changeTries >= 3
               if changed = false
                   invoke logLogin(curOperator, "EXPIRED", 0)
                   display "Password not changed, session ended."
                   invoke type Environment::Exit(1)
               end-if
           end-if.
           move true to loggedIn.
       forceChange.
           add 1 to changeTries.
           display "New password: " no advancing.
           accept newPass.
           display "Repeat new password: " no advancing.
           accept newPass2.
           move newPass::Trim() to newPass.
           if newPass <> newPass2::Trim()
               display "| <ERROR: The two entries do not match.>"
               exit paragraph
           end-if.
           if newPass::Length < pwMinLength
               display "| <ERROR: Password has to be at least " & pwMinLength::ToString() & " characters.>"
               exit paragraph
           end-if.
           if checkPassword(newPass, opTab::Rows[0][2]::ToString()) = true
               display "| <ERROR: The new password has to differ from the old one.>"
               exit paragraph
           end-if.
           if setPassword(opId, newPass, false) = true
               display "Password changed."
               move true to changed
           else
               display "| <ERROR: Password could not be saved.>"
           end-if.
       end method.
      * ////////////////////////////////////////////////////////////////////////////// logLogin
      * One LoginHistory row per attempt. The machine is only known once a
      * login has succeeded, so failed attempts leave it empty.
       method-id logLogin final private.
       local-storage section.
           77 col2                 type List[type String] value new type List[type String].
           77 str2                 type List[type String] value new type List[type String].
           77 dou2                 type List[type Double] value new type List[type Double].
           77 int2                 type List[type Int32] value new type List[type Int32].
           77 bol2                 type List[type Boolean] value new type List[type Boolean].
           77 dat2                 type List[type DateTime] value new type List[type DateTime].
       linkage section.
           01 op                   type String.
           01 outcome              type String.
           01 machine              type Int32.
       procedure division using op, outcome, machine.
           invoke col2::Add("operator").
           invoke str2::Add(op).
           invoke col2::Add("terminal").
           invoke str2::Add(type Environment::MachineName).
           invoke col2::Add("result").
           invoke str2::Add(outcome).
           if machine > 0
               invoke col2::Add("machineID")
               invoke int2::Add(machine)
           end-if.
           invoke col2::Add("loginDate").
           invoke dat2::Add(type DateTime::Now).
           invoke db::insert("LoginHistory", col2, str2, dou2, int2, bol2, dat2).
           goback.
       end method.
      * ////////////////////////////////////////////////////////////////////////////// logout
      * Stamps the sign-out time on this session's LoginHistory row when
      * the operator leaves through the main menu. A session that was
      * killed instead keeps an empty logoutDate.
       method-id logout final public.
       local-storage section.
       procedure division.
           if sessionId > 0
               invoke db::runQuery("UPDATE LoginHistory SET logoutDate = NOW() WHERE id = " & sessionId::ToString() & ";")
           end-if.
           goback.
       end method.
      * ////////////////////////////////////////////////////////////////////////////// hashPassword
      * Passwords are kept as "PBKDF2$rounds$salt$hash" with a fresh salt
      * per password, never as the text the operator typed.
       method-id hashPassword final private.
       local-storage section.
       linkage section.
           01 pass                 type String.
           01 ret                  type String.
       procedure division using pass returning ret.
           move deriveHash(pass, type Guid::NewGuid()::ToString("N"), pwHashRounds) to ret.
           goback.
       end method.
       method-id deriveHash final private.
       local-storage section.
           77 kdf                  type System.Security.Cryptography.Rfc2898DeriveBytes.
       linkage section.
           01 pass                 type String.
           01 salt                 type String.
           01 rounds               type Int32.
           01 ret                  type String.
       procedure division using pass, salt, rounds returning ret.
           move type System.Security.Cryptography.Rfc2898DeriveBytes::new(pass,
               type System.Text.Encoding::UTF8::GetBytes(salt), rounds) to kdf.
           move type String::Format("PBKDF2${0}${1}${2}", rounds, salt,
               type Convert::ToBase64String(kdf::GetBytes(32))) to ret.
           invoke kdf::Dispose().
           goback.
       end method.
      * ////////////////////////////////////////////////////////////////////////////// checkPassword
      * Re-derives the hash with the salt and round count stored alongside
      * it; anything that is not a hash in our format never matches.
       method-id checkPassword final private.
       local-storage section.
           77 parts                type String occurs any.
       linkage section.
           01 pass                 type String.
           01 stored               type String.
           01 ret                  type Boolean.
       procedure division using pass, stored returning ret.
           move false to ret.
           if stored = null or stored::Length = 0
               goback
           end-if.
           move stored::Split('$') to parts.
           if parts::Length <> 4 or parts[0] <> "PBKDF2" or isNumeric(parts[1]) = false
               goback
           end-if.
           if deriveHash(pass, parts[2], type Convert::ToInt32(parts[1])) = stored
               move true to ret
           end-if.
           goback.
       end method.
      * ////////////////////////////////////////////////////////////////////////////// setPassword
      * Saves a new password hash and clears the old plain-text column.
      * A password someone else chose (supervisor reset, new account) is
      * flagged so the operator has to replace it at the next login; one
      * the operator chose starts its age clock now.
       method-id setPassword final private.
       local-storage section.
       linkage section.
           01 opId                 type Int32.
           01 pass                 type String.
           01 mustChange           type Boolean.
           01 ret                  type Boolean.
       procedure division using opId, pass, mustChange returning ret.
           if mustChange = true
               move db::runQuery(type String::Format(
                   "UPDATE Operators SET password = '', pwHash = '{0}', mustChange = 1, pwChanged = NULL WHERE operatorID = {1};",
                   hashPassword(pass), opId)) to ret
           else
               move db::runQuery(type String::Format(
                   "UPDATE Operators SET password = '', pwHash = '{0}', mustChange = 0, pwChanged = NOW() WHERE operatorID = {1};",
                   hashPassword(pass), opId)) to ret
           end-if.
           goback.
       end method.
      * ////////////////////////////////////////////////////////////////////////////// hashLegacyPasswords
      * Accounts from before hashing still carry their password in plain
      * text. Each one is hashed and the text blanked the first time the
      * program starts against the database; since the old value was
      * readable by anyone with database access, the operator is made to
      * pick a new one at the next login.
       method-id hashLegacyPasswords final private.
       local-storage section.
           77 tbl                  type System.Data.DataTable.
           77 row                  type Int32.
       procedure division.
           move db::showAsTable("SELECT operatorID, COALESCE(password, '') FROM Operators WHERE pwHash IS NULL OR pwHash = '';") to tbl.
           if tbl = null
               goback
           end-if.
           perform varying row from 0 by 1 until row >= tbl::Rows::Count
               invoke setPassword(type Convert::ToInt32(tbl::Rows[row][0]::ToString()),
                   tbl::Rows[row][1]::ToString()::Trim(), true)
           end-perform.
           goback.
       end method.
      * ////////////////////////////////////////////////////////////////////////////// isSupervisor
      * The Maint menu and the reconcile close-out refuse clerk logins;
      * count adjustments, all over the same window. Written-off cans went
      * in the dumpster, not the machine; a posted count correction rides
      * the window the same way the restocks it corrects do, so it ages
      * out as they do. This is the can count in the machine only -- the
      * stockroom and trucks are stockByType.
       method-id onHand31 final private.
       local-storage section.
       linkage section.
           end-if.
           goback.
       end method.
      * ////////////////////////////////////////////////////////////////////////////// locStockSql
      * Subquery text for the cans of a flavor sitting in every location
      * of one type (WAREHOUSE or TRUCK) -- moves in less moves out. A
      * move between two of the same type joins twice and nets to zero,
      * so a shuffle between trucks never changes the truck total. The
      * outer query must have Sodas in scope.
       method-id locStockSql final private.
       local-storage section.
       linkage section.
           01 locType       type String.
           01 ret           type String.
       procedure division using locType returning ret.
           move type String::Format(
               "(SELECT COALESCE(SUM(CASE WHEN m.toLoc = l.locCode THEN m.cancount ELSE 0 - m.cancount END),0) FROM StockMoves m INNER JOIN StockLocations l ON (l.locCode = m.toLoc OR l.locCode = m.fromLoc) WHERE m.sodaID = Sodas.SodaID AND l.locType = '{0}')",
               locType) to ret.
           goback.
       end method.
      * ////////////////////////////////////////////////////////////////////////////// stockByType
      * Cans of a flavor across every location of a type -- "in the
      * building" is WAREHOUSE, "on the trucks" is TRUCK.
       method-id stockByType final private.
       local-storage section.
       linkage section.
           01 sodaId        type Int32.
           01 locType       type String.
           01 ret           type Int32.
       procedure division using sodaId, locType returning ret.
           move type Convert::ToInt32(db::showAsList(type String::Format(
               "SELECT {1} FROM Sodas WHERE SodaID = {0};",
               sodaId::ToString(), locStockSql(locType)))[0]) to ret.
           goback.
       end method.
      * ////////////////////////////////////////////////////////////////////////////// csvQuote
      * Quotes a single CSV field per RFC 4180 (wraps in double quotes,
      * doubling any embedded double quotes) so a comma or quote inside a
           invoke ret::Add("RouteStops").
           invoke ret::Add("WriteOffs").
           invoke ret::Add("StockAdjust").
           invoke ret::Add("DexReads").
           invoke ret::Add("CardSettle").
           invoke ret::Add("StockLocations").
           invoke ret::Add("StockMoves").
           invoke ret::Add("VendorInvoices").
           invoke ret::Add("InvValuation").
           invoke ret::Add("CogsMonth").
           invoke ret::Add("Locations").
           invoke ret::Add("MachinePlacements").
           invoke ret::Add("LoginHistory").
           invoke ret::Add("AlertLog").
           invoke ret::Add("IntegrityExceptions").
           invoke ret::Add("Budget").
           invoke ret::Add("FixedAssets").
           invoke ret::Add("Depreciation").
           invoke ret::Add("PmTasks").
           invoke ret::Add("Complaints").
           invoke ret::Add("Promotions").
           invoke ret::Add("PromoMachines").
           invoke ret::Add("MachineFloats").
           invoke ret::Add("FloatMoves").
           invoke ret::Add("Payees").
           invoke ret::Add("Vehicles").
           invoke ret::Add("MileageLog").
           invoke ret::Add("VehicleService").
           invoke ret::Add("VehicleServiceLog").
           invoke ret::Add("RouteDayLines").
           invoke ret::Add("Inventory_Archive").
           invoke ret::Add("CashOut_Archive").
           invoke ret::Add("Spendings_Archive").
           77 contractCost   type Double.
           77 haveContract   type Boolean value false.
           77 priceOk        type Boolean.
           77 lotRaw         type String.
       procedure division.
           invoke type Console::Clear().
           invoke db::flushPending().
           try
      * price and CRV come off the effective-dated history as of the
      * moment of the purchase, so an already-keyed future price change
      * doesn't bleed in early; a promotion live on this machine sets the
      * price the cans will sell at
               move priceAsOf(sodaIdSel, "crv", type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")) to crvRaw
               move priceOfDay(sodaIdSel, curMachine, type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")) to stdPriceRaw
               move db::getEl("Sodas", "caseCount", "SodaID = " & sodaIdSel::ToString()) to caseRaw
               if crvRaw = null or crvRaw::Trim()::Length = 0
                  or stdPriceRaw = null or stdPriceRaw::Trim()::Length = 0
                       invoke coln::Add("bestBy")
                       invoke tdat::Add(type DateTime::ParseExact(raw, "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture))
                   end-if
      * lot code rides with the other string column, right behind
      * operator, so the value lists stay lined up with the columns
                   display "| Lot code on the case, blank for none: " no advancing
                   accept lotRaw
                   move lotRaw::Trim()::ToUpper() to lotRaw
                   if lotRaw::Length > 24
                       move lotRaw::Substring(0, 24) to lotRaw
                   end-if
                   if lotRaw::Length > 0
                       invoke coln::Insert(1, "lotCode")
                       invoke strin::Add(lotRaw)
                   end-if
                   if db::insert("Inventory", coln, strin, douin, intin,tdat, bolin) = false
                       move false to txOk
                   end-if
           77 haveMeter         type Boolean value false.
           77 hits              type List[type String].
           77 histAvg           type Double value 0.
           77 sales             type Double.
           77 floatAmt          type Double.
           77 loadAmt           type Double value 0.
           77 pullAmt           type Double value 0.
           77 floatNet          type Double value 0.
           77 loadFromBag       type Boolean value true.
           77 pullToBag         type Boolean value true.
           77 saved             type Boolean.
           77 coId              type Int32 value 0.
           77 mvType            type String.
           77 mvAmt             type Double.
           77 mvBag             type Boolean.
           77 ex                type Exception.
       procedure division.
           invoke type Console::Clear().
           invoke coln::Add("Ernings").
           invoke coln::Add("coinTotal").
           invoke coln::Add("billTotal").
           invoke coln::Add("floatNet").
           invoke coln::Add("qtrCount").
           invoke coln::Add("dimeCount").
           invoke coln::Add("nickelCount").
           compute billTotal = ones + (fives * 5) + (tens * 10) + (twenties * 20).
           compute cash = coinTotal + billTotal.

      * the changer's coin is our change fund, not sales -- change put in
      * comes out of the bag or the driver's own float, change taken out
      * goes into one or the other. Whatever crossed the bag is netted
      * out so Ernings is what the machine sold.
           display "| Change put into the changer, blank for none: " no advancing.
           perform promptAmount.
           move floatAmt to loadAmt.
           if loadAmt > 0
               display "| Out of the (b)ag or your own (f)loat? [b]: " no advancing
               accept inpt
               if inpt::Trim()::ToLower() = "f"
                   move false to loadFromBag
               end-if
           end-if.
           display "| Change taken out of the changer, blank for none: " no advancing.
           perform promptAmount.
           move floatAmt to pullAmt.
           if pullAmt > 0
               display "| Into the (b)ag or your own (f)loat? [b]: " no advancing
               accept inpt
               if inpt::Trim()::ToLower() = "f"
                   move false to pullToBag
               end-if
           end-if.
           if loadAmt > 0 and loadFromBag = true
               subtract loadAmt from floatNet
           end-if.
           if pullAmt > 0 and pullToBag = true
               add pullAmt to floatNet
           end-if.
           compute sales = cash - floatNet.

           display "     _______________________________________".
           display "    / BANK DEPOSIT SLIP".
           compute denomAmt = qtrs * 0.25.
           display type String::Format("    / COIN TOTAL         {0,10}", coinTotal::ToString("C")).
           display type String::Format("    / BILL TOTAL         {0,10}", billTotal::ToString("C")).
           display type String::Format("    / DEPOSIT TOTAL      {0,10}", cash::ToString("C")).
           if floatNet <> 0
               display "    / ---------------------------------------"
               if loadAmt > 0 and loadFromBag = true
                   display type String::Format("    / PLUS CHANGE LOADED {0,10}", loadAmt::ToString("C"))
               end-if
               if pullAmt > 0 and pullToBag = true
                   display type String::Format("    / LESS CHANGE PULLED {0,10}", pullAmt::ToString("C"))
               end-if
               display type String::Format("    / SALES              {0,10}", sales::ToString("C"))
           end-if.

      * a cashout for this machine already keyed today is usually the
      * same bag counted twice
           if hits <> null and hits::Count > 0
               move type Convert::ToDouble(hits[0]) to histAvg
           end-if.
           if histAvg > 0 and (sales > histAvg * 3 or sales < histAvg / 3)
               display type String::Format("That total is far off this machine's 90-day average of {0}.", histAvg::ToString("C"))
               display "Save it anyway? (y/N): " no advancing
               accept inpt
           end-if.

           invoke strin::Add(curOperator).
           invoke douin::Add(sales).
           invoke douin::Add(coinTotal).
           invoke douin::Add(billTotal).
           invoke douin::Add(floatNet).
           invoke intin::Add(qtrs).
           invoke intin::Add(dimes).
           invoke intin::Add(nickels).
           end-if.
           invoke coln::Add("date").
           invoke datin::Add(type DateTime::Now).
           move db::insert("CashOut", coln, strin, douin, intin,datin, bolin) to saved.
           if saved = true and (loadAmt > 0 or pullAmt > 0)
               perform postFloat
           end-if.
           goback.
      * the changer side of the visit on the change fund ledger, pointed
      * at the cashout so a void of the bag takes its float moves with it
       postFloat.
           if db::isOffline() = false
               move db::getEl("CashOut", "MAX(id)", "machineID = " & curMachine::ToString() & " AND operator = '" & sqlQuote(curOperator) & "'") to inpt
               if inpt <> null and inpt::Trim()::Length > 0
                   move type Convert::ToInt32(inpt) to coId
               end-if
           end-if.
           if loadAmt > 0
               move "LOAD" to mvType
               move loadAmt to mvAmt
               move loadFromBag to mvBag
               perform addFloatMove
           end-if.
           if pullAmt > 0
               move "PULL" to mvType
               move pullAmt to mvAmt
               move pullToBag to mvBag
               perform addFloatMove
           end-if.
       addFloatMove.
           invoke ClearAllLists.
           invoke coln::Add("moveType").
           invoke strin::Add(mvType).
           invoke coln::Add("driver").
           invoke strin::Add(curOperator).
           invoke coln::Add("operator").
           invoke strin::Add(curOperator).
           invoke coln::Add("amount").
           invoke douin::Add(mvAmt).
           invoke coln::Add("machineID").
           invoke intin::Add(curMachine).
           invoke coln::Add("viaBag").
           if mvBag = true
               invoke intin::Add(1)
           else
               invoke intin::Add(0)
           end-if.
           if coId > 0
               invoke coln::Add("cashoutID")
               invoke intin::Add(coId)
           end-if.
           invoke coln::Add("date").
           invoke datin::Add(type DateTime::Now).
           if db::insert("FloatMoves", coln, strin, douin, intin, bolin, datin) = false
               display "| <ERROR: Cashout saved, but the " & mvType::ToLower() & " of change was not -- key it on the New Float screen.>"
           end-if.
       promptAmount.
           accept inpt.
           try
               move type Convert::ToDouble(inpt::Trim()) to floatAmt
           catch ex
               move 0 to floatAmt
           end-try.
           if floatAmt < 0
               move 0 to floatAmt
           end-if.
       promptDenom.
           accept inpt.
           try
           end-if.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////
      * Change fund moves that are not part of a cashout: coin issued
      * from the office safe to a driver or handed back, a changer
      * topped up or pulled down between collections, and counts of what
      * a changer or a driver's float actually holds. Cashouts post their
      * own changer moves.
       method-id newFloat final public.
       local-storage section.
           77 raw               type String.
           77 act               type String.
           77 mvType            type String.
           77 driver            type String.
           77 mchId             type Int32 value 0.
           77 amount            type Double.
           77 book              type List[type String].
           77 diff              type Double.
           77 ex                type Exception.
       procedure division.
           invoke type Console::Clear().
           invoke db::flushPending().
           invoke ClearAllLists.
           display " ______________________________________________".
           display "| InGen Cola                 New Records       |".
           display "|----------------------------------------------|".
           if db::isOffline() = true
               display "| *** OFFLINE -- entries queue locally ***     |"
           end-if.
           display "| (i)ssue from the safe   (r)eturn to the safe |".
           display "| (l)oad a changer        (p)ull from a changer|".
           display "| (c)ount a changer or a driver's float        |".
           try
               display "| Which: " no advancing.
               accept raw.
               move raw::Trim()::ToLower() to act.
               if act = "i"
                   move "ISSUE" to mvType
               else
                   if act = "r"
                       move "RETURN" to mvType
                   else
                       if act = "l"
                           move "LOAD" to mvType
                       else
                           if act = "p"
                               move "PULL" to mvType
                           else
                               if act = "c"
                                   move "COUNT" to mvType
                               else
                                   display "| <ERROR: Not one of the choices.>"
                                   goback
                               end-if
                           end-if
                       end-if
                   end-if
               end-if.
               display "| Driver, blank for " & curOperator & ": " no advancing.
               accept raw.
               move raw::Trim() to driver.
               if driver::Length = 0
                   move curOperator to driver
               end-if.
      * a count is of a changer unless no machine is given, in which case
      * it is the driver's own float
               if mvType = "LOAD" or mvType = "PULL" or mvType = "COUNT"
                   if mvType = "COUNT"
                       display "| Machine ID, blank to count the driver's float: " no advancing
                   else
                       display "| Machine ID: " no advancing
                   end-if
                   accept raw
                   if raw::Trim()::Length > 0 or mvType <> "COUNT"
                       move type Convert::ToInt32(raw::Trim()) to mchId
                       if validateMachine(mchId) = false
                           if db::checkConnection() = true
                               display "| <ERROR: Not an active machine on file.>"
                               goback
                           end-if
                       end-if
                   end-if
               end-if.
               if mvType = "COUNT"
                   if db::isOffline() = false
                       move floatStatus(mchId, driver) to book
                       display "| Should be holding: " & type Convert::ToDouble(book[0])::ToString("C")
                   end-if
                   display "| Counted: " no advancing
               else
                   display "| Amount: " no advancing
               end-if.
               accept raw.
               move type Convert::ToDouble(raw::Trim()) to amount.
               if amount < 0 or (amount = 0 and mvType <> "COUNT")
                   display "| <ERROR: Amount has to be above zero.>"
                   goback
               end-if.

               invoke coln::Add("moveType").
               invoke strin::Add(mvType).
               invoke coln::Add("driver").
               invoke strin::Add(driver).
               invoke coln::Add("operator").
               invoke strin::Add(curOperator).
               invoke coln::Add("amount").
               invoke douin::Add(amount).
               invoke coln::Add("machineID").
               invoke intin::Add(mchId).
               invoke coln::Add("date").
               invoke datin::Add(type DateTime::Now).
               if db::insert("FloatMoves", coln, strin, douin, intin, bolin, datin) = false
                   display "| <ERROR: Could not save the change fund entry.>"
                   goback
               end-if.
               if mvType = "COUNT" and book <> null
                   compute diff = amount - type Convert::ToDouble(book[0])
                   if diff > 0.005 or diff < -0.005
                       display "Count saved -- " & diff::ToString("C") & " over/(short) of what it should hold."
                   else
                       display "Count saved -- it agrees."
                   end-if
               else
                   display "Change fund entry saved."
               end-if
           catch ex
               display "| <ERROR: Invalid Input Try Again.>"
           end-try.
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////
      * What a changer (mchId > 0) or a driver's float (mchId 0) should
      * hold: the last count plus every move since, or every move ever if
      * it was never counted. Moves posted by a voided cashout drop out
      * with the bag. Returns the book figure now, the last count, its
      * date, and how far that count was off the book at the time ("" for
      * a first count, which only opens the record).
       method-id floatStatus final private.
       local-storage section.
           77 signed        type String.
           77 holder        type String.
           77 counted       type String.
           77 voidEx        type String.
           77 counts        type System.Data.DataTable.
           77 since         type String value "".
           77 sumRaw        type List[type String].
           77 bookAt        type Double.
           77 lastAmt       type Double.
           77 priorAmt      type Double.
           77 diff          type Double.
       linkage section.
           01 mchId         type Int32.
           01 driver        type String.
           01 ret           type List[type String].
       procedure division using mchId, driver returning ret.
           move new type List[type String] to ret.
           move " AND (FloatMoves.cashoutID IS NULL OR NOT EXISTS (SELECT 1 FROM VoidLog WHERE VoidLog.tableName = 'CashOut' AND VoidLog.origId = FloatMoves.cashoutID))" to voidEx.
           if mchId > 0
               move "CASE WHEN moveType = 'LOAD' THEN amount WHEN moveType = 'PULL' THEN 0 - amount ELSE 0 END" to signed
               move "machineID = " & mchId::ToString() to holder
               move "moveType = 'COUNT' AND machineID = " & mchId::ToString() to counted
           else
               move "CASE WHEN moveType = 'ISSUE' THEN amount WHEN moveType = 'RETURN' THEN 0 - amount WHEN moveType = 'LOAD' AND viaBag = 0 THEN 0 - amount WHEN moveType = 'PULL' AND viaBag = 0 THEN amount ELSE 0 END" to signed
               move "driver = '" & sqlQuote(driver) & "'" to holder
               move "moveType = 'COUNT' AND machineID = 0 AND driver = '" & sqlQuote(driver) & "'" to counted
           end-if.
           move db::showAsTable(type String::Format(
               "SELECT amount, DATE_FORMAT(date, '%Y-%m-%d %H:%i:%s') FROM FloatMoves WHERE {0} ORDER BY date DESC, id DESC LIMIT 2;",
               counted)) to counts.
           move 0 to lastAmt.
           if counts <> null and counts::Rows::Count > 0
               move type Convert::ToDouble(counts::Rows[0][0]::ToString()) to lastAmt
               move " AND date > '" & counts::Rows[0][1]::ToString() & "'" to since
           end-if.
           move db::showAsList(type String::Format(
               "SELECT COALESCE(SUM({0}), 0) FROM FloatMoves WHERE {1}{2}{3};",
               signed, holder, since, voidEx)) to sumRaw.
           compute bookAt = lastAmt + type Convert::ToDouble(sumRaw[0]).
           invoke ret::Add(bookAt::ToString("F2")).
           if counts = null or counts::Rows::Count = 0
               invoke ret::Add("")
               invoke ret::Add("")
               invoke ret::Add("")
               goback
           end-if.
           invoke ret::Add(lastAmt::ToString("F2")).
           invoke ret::Add(counts::Rows[0][1]::ToString()::Substring(0, 10)).
           if counts::Rows::Count < 2
               invoke ret::Add("")
               goback
           end-if.
           move type Convert::ToDouble(counts::Rows[1][0]::ToString()) to priorAmt.
           move db::showAsList(type String::Format(
               "SELECT COALESCE(SUM({0}), 0) FROM FloatMoves WHERE {1} AND date > '{2}' AND date <= '{3}'{4};",
               signed, holder, counts::Rows[1][1]::ToString(), counts::Rows[0][1]::ToString(), voidEx)) to sumRaw.
           compute diff = lastAmt - (priorAmt + type Convert::ToDouble(sumRaw[0])).
           invoke ret::Add(diff::ToString("F2")).
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////
      * Shows every order still waiting on the truck -- OPEN ones and the
      * short-shipped BACKORDER balances, with the cases still owed.
      * Shared by the Stats "openpo" report and the receiving screen.
           77 spent             type Double value 0.
           77 bestBy            type DateTime.
           77 haveBestBy        type Boolean value false.
           77 recvLoc           type String.
           77 lotCode           type String value "".
           77 toMachine         type Boolean value false.
           77 casePrice         type Double.
           77 txOk              type Boolean value true.
           77 tdat              type List[type DateTime] value new type List[type DateTime].
           77 douin2            type List[type Double] value new type List[type Double].
           77 ucol              type List[type String] value new type List[type String].
           77 ustr              type List[type String] value new type List[type String].
           77 udat              type List[type DateTime] value new type List[type DateTime].
           77 mcol              type List[type String] value new type List[type String].
           77 mstr              type List[type String] value new type List[type String].
           77 mdou              type List[type Double] value new type List[type Double].
           77 mint              type List[type Int32] value new type List[type Int32].
           77 mdat              type List[type DateTime] value new type List[type DateTime].
           77 ex                type Exception.
       procedure division.
           invoke type Console::Clear().
               move type Convert::ToInt32(db::getEl("PurchaseOrders", "vendorID", "id = " & poId::ToString())) to poVendor.

               move type Convert::ToDouble(priceAsOf(sodaIdSel, "crv", type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss"))) to crvLookup.
               move type Convert::ToInt32(db::getEl("Sodas", "caseCount", "SodaID = " & sodaIdSel::ToString())) to caseLookup.

      * the case price defaults to what this vendor has contracted, not
                   move true to haveBestBy
               end-if.

      * the bottler's lot code off the case end -- the only handle a
      * recall notice gives us
               display "Vendor lot code on the cases, blank for none: " no advancing.
               accept raw.
               move raw::Trim()::ToUpper() to lotCode.
               if lotCode::Length > 24
                   move lotCode::Substring(0, 24) to lotCode
               end-if.

      * cases land in the stockroom and reach a machine by a transfer;
      * a vendor that drops straight at the site is still received into
      * the machine by keying its number
               move defaultWarehouse() to recvLoc.
               display "Receive into (stockroom/truck code, or machine number) [" & recvLoc & "]: " no advancing.
               accept raw.
               move raw::Trim()::ToUpper() to raw.
               if raw::Length > 0
                   move raw to recvLoc
               end-if.
               move false to toMachine.
               if isNumeric(recvLoc) = true
                   move type Convert::ToInt32(recvLoc) to poMachine
                   if validateMachine(poMachine) = false
                       display "| <ERROR: Not an active machine number.>"
                       goback
                   end-if
                   move true to toMachine
               else
                   if isStockLoc(recvLoc) = false
                       display "| <ERROR: Not a stock location on file.>"
                       goback
                   end-if
               end-if.
      * the price of the day goes with where the cases actually land --
      * a promotion only counts when they go straight into that machine
               if toMachine = true
                   move type Convert::ToDouble(priceOfDay(sodaIdSel, poMachine, type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss"))) to stdPriceLookup
               else
                   move type Convert::ToDouble(priceOfDay(sodaIdSel, 0, type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss"))) to stdPriceLookup
               end-if.

               invoke db::beginTransaction()
               perform varying indx from 0 by 1 until indx >= caseOrd or txOk = false
                   invoke ClearAllLists
                   invoke coln::Add("operator")
                   if lotCode::Length > 0
                       invoke coln::Add("lotCode")
                   end-if
                   invoke coln::Add("Price")
                   invoke coln::Add("crv")
                   invoke coln::Add("worth")
                       end-if
                   end-if
                   add price to spent
                   move price to casePrice
                   invoke douin::Add(price)
                   invoke douin::Add(crvLookup)
                   invoke douin::Add(stdPriceLookup)
                   invoke intin::Add(poMachine)
                   invoke datin::Add(type DateTime::Now)
                   invoke strin::Add(curOperator)
                   if lotCode::Length > 0
                       invoke strin::Add(lotCode)
                   end-if
                   if haveBestBy = true
                       invoke coln::Add("bestBy")
                       invoke datin::Add(bestBy)
                   end-if
                   if toMachine = true
                       if db::insert("Inventory", coln, strin, douin, intin, datin, bolin) = false
                           move false to txOk
                       end-if
                   else
                       perform postReceiptMove
                   end-if
               end-perform

                   invoke strin::Add(curOperator)
                   invoke strin::Add("PRODUCT")
                   invoke douin2::Add(spent)
      * cases put away in a stockroom or on a truck belong to no machine
      * yet -- machine 0 -- and reach one at cost through the transfer
      * that loads them
                   if toMachine = true
                       invoke intin::Add(poMachine)
                   else
                       invoke intin::Add(0)
                   end-if
                   invoke tdat::Add(type DateTime::Now)
                   if db::insert("Spendings", col2, strin, douin2, intin, tdat, bolin) = false
                       move false to txOk
                   else
                       display "Inventory posted but the PO status did not flip -- receive it again with 0 cases or fix it in MySQL."
                   end-if
                   if toMachine = false and caseOrd > 0
                       display caseOrd::ToString() & " case(s) put away at " & recvLoc & " -- load them with a transfer."
                   end-if
               else
                   invoke db::rollbackTransaction()
                   display "| <ERROR: Receiving failed, nothing was saved.>"
               display "| <ERROR: Invalid Input Try Again.>"
           end-try.
           goback.
      * one StockMoves row per case, the same grain as the Inventory rows
      * a machine receive writes, so each case keeps the price keyed for
      * it; the Inventory row is written when a transfer loads it
       postReceiptMove.
           invoke mcol::Clear().
           invoke mstr::Clear().
           invoke mdou::Clear().
           invoke mint::Clear().
           invoke mdat::Clear().
           invoke mcol::Add("operator").
           invoke mstr::Add(curOperator).
           invoke mcol::Add("toLoc").
           invoke mstr::Add(recvLoc).
           if lotCode::Length > 0
               invoke mcol::Add("lotCode")
               invoke mstr::Add(lotCode)
           end-if.
           invoke mcol::Add("caseCost").
           invoke mdou::Add(casePrice).
           invoke mcol::Add("sodaID").
           invoke mint::Add(sodaIdSel).
           invoke mcol::Add("cancount").
           invoke mint::Add(caseLookup).
           invoke mcol::Add("poID").
           invoke mint::Add(poId).
           invoke mcol::Add("date").
           invoke mdat::Add(type DateTime::Now).
           if haveBestBy = true
               invoke mcol::Add("bestBy")
               invoke mdat::Add(bestBy)
           end-if.
           if db::insert("StockMoves", mcol, mstr, mdou, mint, bolin, mdat) = false
               move false to txOk
           end-if.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////
      * Transfer: moves cans from the stockroom or a truck to another
      * stockroom, another truck, or into a machine. A move into a machine
      * is a restock and posts the Inventory row every machine report
      * already reads, at the case cost the cans came in at. Cans come
      * back out of a machine by write-off or cycle count, not by this.
       method-id newTransfer final public.
       local-storage section.
           77 raw               type String.
           77 fromLoc           type String.
           77 toLoc             type String.
           77 toMachine         type Boolean value false.
           77 mchId             type Int32.
           77 sodaIdSel         type Int32.
           77 cans              type Int32.
           77 avail             type Int32.
           77 caseLookup        type Int32.
           77 caseCost          type Double value 0.
           77 crvLookup         type Double.
           77 stdPriceLookup    type Double.
           77 frac              type Double.
           77 price             type Double.
           77 bestBy            type DateTime.
           77 haveBestBy        type Boolean value false.
           77 srcTab            type System.Data.DataTable.
           77 lotTab            type System.Data.DataTable.
           77 lotCode           type String value "".
           77 l                 pic 9(9).
           77 lotFound          type Boolean value false.
           77 txOk              type Boolean value true.
           77 ex                type Exception.
       procedure division.
           invoke type Console::Clear().
           invoke listStockLocations.
           try
               display "Move from (stockroom/truck code): " no advancing.
               accept raw.
               move raw::Trim()::ToUpper() to fromLoc.
               if isNumeric(fromLoc) = true
                   display "| <ERROR: Cans come out of a machine by write-off or cycle count, not a transfer.>"
                   goback
               end-if.
               if isStockLoc(fromLoc) = false
                   display "| <ERROR: Not a stock location on file.>"
                   goback
               end-if.
               display "Move to (stockroom/truck code, or machine number): " no advancing.
               accept raw.
               move raw::Trim()::ToUpper() to toLoc.
               if isNumeric(toLoc) = true
                   move type Convert::ToInt32(toLoc) to mchId
                   if validateMachine(mchId) = false
                       display "| <ERROR: Not an active machine number.>"
                       goback
                   end-if
      * stored as the bare number so it reads the same as every other
      * machineID in the data
                   move mchId::ToString() to toLoc
                   move true to toMachine
               else
                   if isStockLoc(toLoc) = false
                       display "| <ERROR: Not a stock location on file.>"
                       goback
                   end-if
               end-if.
               if toLoc = fromLoc
                   display "| <ERROR: From and to are the same place.>"
                   goback
               end-if.

               invoke listSodas.
               display "Soda Id: " no advancing.
               accept raw.
               move type Convert::ToInt32(raw) to sodaIdSel.
      * a shelf can hold more than one lot of a flavor -- the cans have
      * to leave under the lot they came in under or a recall can't
      * follow them
               move db::showAsTable(type String::Format(
                   "SELECT COALESCE(lotCode, ''), SUM(CASE WHEN toLoc = '{1}' THEN cancount ELSE 0 - cancount END) AS cans FROM StockMoves WHERE sodaID = {0} AND (toLoc = '{1}' OR fromLoc = '{1}') GROUP BY COALESCE(lotCode, '') HAVING cans > 0 ORDER BY MIN(date);",
                   sodaIdSel::ToString(), sqlQuote(fromLoc))) to lotTab.
               if lotTab = null or lotTab::Rows::Count = 0
                   display "| <ERROR: None of that flavor at " & fromLoc & ".>"
                   goback
               end-if.
               move lotTab::Rows[0][0]::ToString() to lotCode.
               if lotTab::Rows::Count > 1
                   display "Lots of that flavor at " & fromLoc & ":"
                   perform varying l from 0 by 1 until l >= lotTab::Rows::Count
                       display type String::Format("  {0,-24}{1,8}", lotTab::Rows[l][0]::ToString(), lotTab::Rows[l][1]::ToString())
                   end-perform
                   display "Lot to move, blank for the oldest (" & lotCode & "): " no advancing
                   accept raw
                   if raw::Trim()::Length > 0
                       move raw::Trim()::ToUpper() to lotCode
                   end-if
               end-if.
               move false to lotFound.
               perform varying l from 0 by 1 until l >= lotTab::Rows::Count
                   if lotTab::Rows[l][0]::ToString() = lotCode
                       move type Convert::ToInt32(type Convert::ToDouble(lotTab::Rows[l][1]::ToString())) to avail
                       move true to lotFound
                   end-if
               end-perform.
               if lotFound = false
                   display "| <ERROR: No such lot of that flavor at " & fromLoc & ".>"
                   goback
               end-if.
               display avail::ToString() & " can(s) of that lot at " & fromLoc & ". Cans to move: " no advancing.
               accept raw.
               move type Convert::ToInt32(raw) to cans.
               if cans < 1
                   display "Nothing moved."
                   goback
               end-if.
               if cans > avail
                   display "| <ERROR: Only " & avail::ToString() & " can(s) on hand there.>"
                   goback
               end-if.

      * the cans carry the cost and best-by of the last of that lot put
      * away at the source -- close enough for a shelf that turns over
      * weekly
               move db::showAsTable(type String::Format(
                   "SELECT caseCost, COALESCE(DATE_FORMAT(bestBy, '%Y-%m-%d'), '') FROM StockMoves WHERE sodaID = {0} AND toLoc = '{1}' AND COALESCE(lotCode, '') = '{2}' ORDER BY id DESC LIMIT 1;",
                   sodaIdSel::ToString(), sqlQuote(fromLoc), sqlQuote(lotCode))) to srcTab.
               if srcTab <> null and srcTab::Rows::Count > 0
                   move type Convert::ToDouble(srcTab::Rows[0][0]::ToString()) to caseCost
                   if isValidDate(srcTab::Rows[0][1]::ToString()) = true
                       move type DateTime::ParseExact(srcTab::Rows[0][1]::ToString(), "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture) to bestBy
                       move true to haveBestBy
                   end-if
               end-if.

               invoke db::beginTransaction().
               invoke ClearAllLists.
               invoke coln::Add("operator").
               invoke strin::Add(curOperator).
               invoke coln::Add("fromLoc").
               invoke strin::Add(fromLoc).
               invoke coln::Add("toLoc").
               invoke strin::Add(toLoc).
               if lotCode::Length > 0
                   invoke coln::Add("lotCode")
                   invoke strin::Add(lotCode)
               end-if.
               invoke coln::Add("caseCost").
               invoke douin::Add(caseCost).
               invoke coln::Add("sodaID").
               invoke intin::Add(sodaIdSel).
               invoke coln::Add("cancount").
               invoke intin::Add(cans).
               invoke coln::Add("date").
               invoke datin::Add(type DateTime::Now).
               if haveBestBy = true
                   invoke coln::Add("bestBy")
                   invoke datin::Add(bestBy)
               end-if.
               if db::insert("StockMoves", coln, strin, douin, intin, bolin, datin) = false
                   move false to txOk
               end-if.
               if txOk = true and toMachine = true
                   perform postMachineLoad
               end-if.
               if txOk = true
                   invoke db::commitTransaction()
                   display cans::ToString() & " can(s) moved " & fromLoc & " -> " & toLoc & "."
               else
                   invoke db::rollbackTransaction()
                   display "| <ERROR: Transfer failed, nothing was saved.>"
               end-if
           catch ex
               invoke db::rollbackTransaction()
               display "| <ERROR: Invalid Input Try Again.>"
           end-try.
           goback.
      * the load into the machine, priced the way a case receive prices
      * one but scaled to the cans actually moved -- a part case is
      * worth its share of the case, at any promotion price live there
       postMachineLoad.
           move type Convert::ToDouble(priceAsOf(sodaIdSel, "crv", type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss"))) to crvLookup.
           move type Convert::ToDouble(priceOfDay(sodaIdSel, mchId, type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss"))) to stdPriceLookup.
           move type Convert::ToInt32(db::getEl("Sodas", "caseCount", "SodaID = " & sodaIdSel::ToString())) to caseLookup.
           if caseLookup < 1
               move 24 to caseLookup
           end-if.
           compute frac = cans / caseLookup.
           invoke ClearAllLists.
           invoke coln::Add("operator").
           invoke coln::Add("fromLoc").
           if lotCode::Length > 0
               invoke coln::Add("lotCode")
           end-if.
           invoke coln::Add("Price").
           invoke coln::Add("crv").
           invoke coln::Add("worth").
           invoke coln::Add("net").
           invoke coln::Add("sodaId").
           invoke coln::Add("cancount").
           invoke coln::Add("machineID").
           invoke coln::Add("date").
           invoke strin::Add(curOperator).
           invoke strin::Add(fromLoc).
           if lotCode::Length > 0
               invoke strin::Add(lotCode)
           end-if.
           compute price = caseCost * frac.
           invoke douin::Add(price).
           compute price = crvLookup * frac.
           invoke douin::Add(price).
           compute price = stdPriceLookup * frac.
           invoke douin::Add(price).
           compute price = (stdPriceLookup - (caseCost + crvLookup)) * frac.
           invoke douin::Add(price).
           invoke intin::Add(sodaIdSel).
           invoke intin::Add(cans).
           invoke intin::Add(mchId).
           invoke datin::Add(type DateTime::Now).
           if haveBestBy = true
               invoke coln::Add("bestBy")
               invoke datin::Add(bestBy)
           end-if.
           if db::insert("Inventory", coln, strin, douin, intin, bolin, datin) = false
               move false to txOk
           end-if.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////
       method-id statOpenPOs final public.
       local-storage section.
           77 tabl              type System.Data.DataTable.
           77 raw               type String.
           77 ex                type Exception.
       procedure division.
           invoke type Console::Clear().
           move listOpenPOs() to tabl.
           if tabl = null or tabl::Rows::Count = 0
               display "No open purchase orders."
           end-if.
           invoke exportTableToCsv(tabl, "openpo").
           if tabl <> null and tabl::Rows::Count > 0
               display "Re-print a PO document? PO number, blank to skip: " no advancing
               accept raw
               if isNumeric(raw) = true
                   try
           display "".
       end method.
      * ///////////////////////////////////////////////////////////////////////////////
      * Vendor invoice entry with the three-way match: the bill against
      * its PO, the cases that actually came off the truck (casesReceived,
      * less whatever earlier bills on the PO already claimed), and the
      * catalog case price of the invoice date. Anything outside tolerance
      * goes on HOLD with the reason written down, and a held bill can't
      * be paid until a supervisor releases it -- no more paying for
      * cases that never arrived.
       method-id newVendorInvoice final public.
       local-storage section.
           77 raw               type String.
           77 poId              type Int32.
           77 curval            type String.
           77 sodaIdSel         type Int32.
           77 vendorId          type Int32.
           77 vendorName        type String.
           77 invoiceNo         type String.
           77 invoiceDate       type DateTime.
           77 dueDate           type DateTime.
           77 terms             type Int32 value 30.
           77 cases             type Int32.
           77 casePrice         type Double.
           77 amount            type Double.
           77 extended          type Double.
           77 received          type Int32.
           77 billed            type Int32.
           77 unbilled          type Int32.
           77 contractRaw       type String.
           77 contractCost      type Double.
           77 pctTol            type Double value 2.
           77 invStatus         type String value "OPEN".
           77 holdReason        type String value "".
           77 ex                type Exception.
       procedure division.
           invoke type Console::Clear().
           invoke ClearAllLists.
           display " ______________________________________________".
           display "| InGen Cola                 New Records       |".
           display "|----------------------------------------------|".
           try
               display "| PO number this invoice bills for: " no advancing
               accept raw
               move type Convert::ToInt32(raw) to poId
               move db::getEl("PurchaseOrders", "vendorID", "id = " & poId::ToString()) to curval
               if curval = null or curval::Trim()::Length = 0
                   display "| <ERROR: No such purchase order.>"
                   goback
               end-if
               move type Convert::ToInt32(curval) to vendorId
               move type Convert::ToInt32(db::getEl("PurchaseOrders", "sodaID", "id = " & poId::ToString())) to sodaIdSel
               move type Convert::ToInt32(db::getEl("PurchaseOrders", "casesReceived", "id = " & poId::ToString())) to received
               move db::getEl("Vendors", "vendorName", "vendorID = " & vendorId::ToString()) to vendorName
               move type Convert::ToInt32(type Convert::ToDouble(db::showAsList(type String::Format(
                   "SELECT COALESCE(SUM(cases),0) FROM VendorInvoices WHERE poID = {0};", poId::ToString()))[0])) to billed
               compute unbilled = received - billed
               display type String::Format("| {0}: {1} case(s) received, {2} already billed.", vendorName, received::ToString(), billed::ToString())

               display "| Vendor's invoice number: " no advancing
               accept raw
               move raw::Trim()::ToUpper() to invoiceNo
               if invoiceNo::Length = 0 or invoiceNo::Length > 32
                   display "| <ERROR: Invoice number is required (32 characters at most).>"
                   goback
               end-if
      * the same bill keyed twice is the commonest way to pay twice
               move db::getEl("VendorInvoices", "id", "vendorID = " & vendorId::ToString() & " AND invoiceNo = '" & sqlQuote(invoiceNo) & "'") to curval
               if curval <> null and curval::Trim()::Length > 0
                   display "| <ERROR: That vendor's invoice " & invoiceNo & " is already on file.>"
                   goback
               end-if

               display "| Invoice date (YYYY-MM-DD), blank for today: " no advancing
               accept raw
               move raw::Trim() to raw
               if isValidDate(raw) = true
                   move type DateTime::ParseExact(raw, "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture) to invoiceDate
               else
                   move type DateTime::Today to invoiceDate
               end-if
               display "| Terms in days, blank for 30: " no advancing
               accept raw
               if isNumeric(raw) = true
                   move type Convert::ToInt32(type Convert::ToDouble(raw)) to terms
               end-if
               move invoiceDate::AddDays(terms) to dueDate

               display "| Cases billed: " no advancing
               accept raw
               move type Convert::ToInt32(raw) to cases
               display "| Price per case billed: " no advancing
               accept raw
               move type Convert::ToDouble(raw::Replace("$", "")) to casePrice
               compute extended rounded = cases * casePrice
               display "| Invoice total, blank for " & extended::ToString("N2") & ": " no advancing
               accept raw
               if isNumeric(raw::Replace("$", "")::Replace(",", "")) = true
                   move type Convert::ToDouble(raw::Replace("$", "")::Replace(",", "")) to amount
               else
                   move extended to amount
               end-if
           catch ex
               display "| <ERROR: Invalid Input Try Again.>"
               goback
           end-try.

      * match one: billed cases against cases received and not yet billed
           if cases > unbilled
               move type String::Format("billed {0} case(s), only {1} received and unbilled", cases::ToString(), unbilled::ToString()) to holdReason
           end-if.
      * match two: the case price against the catalog of the invoice date
           move costAsOf(sodaIdSel, vendorId, invoiceDate::ToString("yyyy-MM-dd") & " 23:59:59") to contractRaw.
           if contractRaw <> null and contractRaw::Trim()::Length > 0
               move type Convert::ToDouble(contractRaw) to contractCost
               if type Math::Abs(casePrice - contractCost) > contractCost * pctTol / 100 + 0.005
                   if holdReason::Length > 0
                       move holdReason & "; " to holdReason
                   end-if
                   move holdReason & type String::Format("billed {0} a case, catalog {1}", casePrice::ToString("C"), contractCost::ToString("C")) to holdReason
               end-if
           else
               display "| No catalog cost on file for this flavor and vendor -- price not checked."
           end-if.
      * and the bill has to foot: a total off its own extension is a
      * freight or fuel surcharge nobody agreed to, or a typo
           if type Math::Abs(amount - extended) > 0.02
               if holdReason::Length > 0
                   move holdReason & "; " to holdReason
               end-if
               move holdReason & type String::Format("total {0} does not foot to {1}", amount::ToString("C"), extended::ToString("C")) to holdReason
           end-if.
           if holdReason::Length > 0
               move "HOLD" to invStatus
               if holdReason::Length > 255
                   move holdReason::Substring(0, 255) to holdReason
               end-if
           end-if.

           invoke coln::Add("operator").
           invoke strin::Add(curOperator).
           invoke coln::Add("invoiceNo").
           invoke strin::Add(invoiceNo).
           invoke coln::Add("status").
           invoke strin::Add(invStatus).
           invoke coln::Add("holdReason").
           invoke strin::Add(holdReason).
           invoke coln::Add("casePrice").
           invoke douin::Add(casePrice).
           invoke coln::Add("amount").
           invoke douin::Add(amount).
           invoke coln::Add("vendorID").
           invoke intin::Add(vendorId).
           invoke coln::Add("poID").
           invoke intin::Add(poId).
           invoke coln::Add("cases").
           invoke intin::Add(cases).
           invoke coln::Add("invoiceDate").
           invoke datin::Add(invoiceDate).
           invoke coln::Add("dueDate").
           invoke datin::Add(dueDate).
           invoke coln::Add("date").
           invoke datin::Add(type DateTime::Now).
           if db::insert("VendorInvoices", coln, strin, douin, intin, bolin, datin) = false
               display "| <ERROR: Could not save the invoice.>"
               goback
           end-if.
           if invStatus = "HOLD"
               display "Invoice saved ON HOLD: " & holdReason
           else
               display "Invoice matches -- saved, due " & dueDate::ToString("yyyy-MM-dd") & "."
           end-if.
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////
      * Marks vendor invoices paid. A held invoice shows its reason and
      * only a supervisor can release it for payment.
       method-id payVendorInvoice final public.
       local-storage section.
           77 raw               type String.
           77 tabl              type System.Data.DataTable.
           77 indx              pic 9(9).
           77 recid             type Int32.
           77 curval            type String.
           77 checkNo           type String.
           77 payDate           type DateTime.
           77 oldvals           type String.
           77 col2              type List[type String] value new type List[type String].
           77 str2              type List[type String] value new type List[type String].
           77 dat2              type List[type DateTime] value new type List[type DateTime].
           77 ex                type Exception.
       procedure division.
           invoke type Console::Clear().
           move db::showAsTable(
               "SELECT VendorInvoices.id, vendorName, invoiceNo, amount, DATE_FORMAT(dueDate, '%Y-%m-%d'), status, COALESCE(holdReason, '') FROM VendorInvoices INNER JOIN Vendors ON Vendors.vendorID = VendorInvoices.vendorID WHERE status <> 'PAID' ORDER BY dueDate, vendorName;")
               to tabl.
           if tabl = null or tabl::Rows::Count = 0
               display "No unpaid vendor invoices."
               goback
           end-if.
           display type String::Format("{0,5} {1,-18}{2,-14}{3,12}{4,12} {5,-5}", "ID", "Vendor", "Invoice", "Amount", "Due", "").
           display "---------------------------------------------------------------------".
           perform varying indx from 0 by 1 until indx >= tabl::Rows::Count
               display type String::Format("{0,5} {1,-18}{2,-14}{3,12}{4,12} {5,-5}",
                                           tabl::Rows[indx][0]::ToString(),
                                           tabl::Rows[indx][1]::ToString(),
                                           tabl::Rows[indx][2]::ToString(),
                                           Type Convert::ToDouble(tabl::Rows[indx][3]::ToString())::ToString("C"),
                                           tabl::Rows[indx][4]::ToString(),
                                           tabl::Rows[indx][5]::ToString())
               if tabl::Rows[indx][5]::ToString() = "HOLD"
                   display "        held: " tabl::Rows[indx][6]::ToString()
               end-if
           end-perform.
           try
               display "Invoice ID paid, blank to leave: " no advancing
               accept raw
               if raw::Trim()::Length = 0
                   goback
               end-if
               move type Convert::ToInt32(raw) to recid
               move db::getEl("VendorInvoices", "status", "id = " & recid::ToString()) to curval
               if curval = null or curval::Trim()::Length = 0 or curval::Trim() = "PAID"
                   display "| <ERROR: Not an unpaid invoice on file.>"
                   goback
               end-if
               move "status=" & curval::Trim() to oldvals
               if curval::Trim() = "HOLD"
                   if isSupervisor() = false
                       display "| <ERROR: That invoice is on hold -- a supervisor has to release it.>"
                       goback
                   end-if
                   display "That invoice is on hold -- release it and pay anyway? (y/N): " no advancing
                   accept raw
                   if raw::Trim()::ToLower() <> "y"
                       display "Left on hold."
                       goback
                   end-if
               end-if
               display "Check number: " no advancing
               accept raw
               move raw::Trim() to checkNo
               display "Payment date (YYYY-MM-DD), blank for today: " no advancing
               accept raw
               move raw::Trim() to raw
               if isValidDate(raw) = true
                   move type DateTime::ParseExact(raw, "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture) to payDate
               else
                   move type DateTime::Now to payDate
               end-if
           catch ex
               display "| <ERROR: Invalid Input Try Again.>"
               goback
           end-try.

           invoke col2::Add("status").
           invoke str2::Add("PAID").
           invoke col2::Add("checkNo").
           invoke str2::Add(checkNo).
           invoke col2::Add("paidDate").
           invoke dat2::Add(payDate).
           invoke ClearAllLists.
      * a released hold is a decision someone has to own later -- it
      * goes in the correction log with the status it had; an ordinary
      * open invoice is just paid
           if curval::Trim() = "HOLD"
               if logCorrection("VendorInvoices", recid, oldvals) = false
                   display "Correction log failed, payment not recorded."
                   goback
               end-if
           end-if.
           if db::update_("VendorInvoices", col2, str2, douin, intin, dat2, bolin, "id = " & recid::ToString()) = true
               display "Invoice " & recid::ToString() & " marked paid."
           else
               display "Update failed."
           end-if.
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////
      * Payables aging by vendor: every unpaid invoice bucketed by how far
      * past its due date it sits, with what's on hold split out so the
      * bookkeeper can see which balances are disputed rather than late.
       method-id statApAging final public.
       local-storage section.
           77 tabl              type System.Data.DataTable.
           77 indx              pic 9(19).
           77 lim               pic 9(19).
           77 grand             type Double value 0.
       procedure division.
           invoke type Console::Clear().
           move db::showAsTable(
               "SELECT vendorName, SUM(CASE WHEN DATEDIFF(GetDate(), dueDate) <= 0 THEN amount ELSE 0 END), SUM(CASE WHEN DATEDIFF(GetDate(), dueDate) BETWEEN 1 AND 30 THEN amount ELSE 0 END), SUM(CASE WHEN DATEDIFF(GetDate(), dueDate) BETWEEN 31 AND 60 THEN amount ELSE 0 END), SUM(CASE WHEN DATEDIFF(GetDate(), dueDate) BETWEEN 61 AND 90 THEN amount ELSE 0 END), SUM(CASE WHEN DATEDIFF(GetDate(), dueDate) > 90 THEN amount ELSE 0 END), SUM(amount), SUM(CASE WHEN status = 'HOLD' THEN amount ELSE 0 END) FROM VendorInvoices INNER JOIN Vendors ON Vendors.vendorID = VendorInvoices.vendorID WHERE status <> 'PAID' GROUP BY vendorName ORDER BY vendorName;")
               to tabl.
           display type String::Format("{0,-18}{1,11}{2,11}{3,11}{4,11}{5,11}{6,12}{7,11}", "Vendor", "Current", "1-30", "31-60", "61-90", "Over 90", "Total", "On hold").
           display "------------------------------------------------------------------------------------------".
           if tabl = null or tabl::Rows::Count = 0
               display "Nothing owed to any vendor."
           else
               move tabl::Rows::Count to lim
               perform varying indx from 0 by 1 until indx >= lim
                   display type String::Format("{0,-18}{1,11}{2,11}{3,11}{4,11}{5,11}{6,12}{7,11}",
                                               tabl::Rows[indx][0]::ToString(),
                                               Type Convert::ToDouble(tabl::Rows[indx][1]::ToString())::ToString("N2"),
                                               Type Convert::ToDouble(tabl::Rows[indx][2]::ToString())::ToString("N2"),
                                               Type Convert::ToDouble(tabl::Rows[indx][3]::ToString())::ToString("N2"),
                                               Type Convert::ToDouble(tabl::Rows[indx][4]::ToString())::ToString("N2"),
                                               Type Convert::ToDouble(tabl::Rows[indx][5]::ToString())::ToString("N2"),
                                               Type Convert::ToDouble(tabl::Rows[indx][6]::ToString())::ToString("N2"),
                                               Type Convert::ToDouble(tabl::Rows[indx][7]::ToString())::ToString("N2"))
                   add type Convert::ToDouble(tabl::Rows[indx][6]::ToString()) to grand
               end-perform
               display "------------------------------------------------------------------------------------------"
               display type String::Format("TOTAL PAYABLE: {0}", grand::ToString("C"))
           end-if.
           invoke exportTableToCsv(tabl, "apaging").
           display "".
       end method.
      * ///////////////////////////////////////////////////////////////////////////////
      * Non-product spend keyed on its own: truck fuel, coin bags,
      * cleaning supplies -- with a category so the GL export posts it to
      * the right account instead of burying it in cost of goods, and the
      * van it was for so fuel can be put against the miles driven.
       method-id newSpending final public.
       local-storage section.
           77 raw               type String.
           77 mchId             type Int32.
           77 amount            type Double.
           77 category          type String.
           77 vehId             type Int32 value 0.
           77 ex                type Exception.
       procedure division.
           invoke type Console::Clear().
               invoke listSpendCategories.
               move pickSpendCategory("OTHER") to category.

      * once vans are on file a spend can name one -- fuel always should,
      * or the route mileage report can not put it on a route
               if db::isOffline() = false and db::getEl("Vehicles", "COUNT(*)", "active = 1") <> "0"
                   if category = "FUEL"
                       display "| Van fueled: " no advancing
                   else
                       display "| Van number, blank for none: " no advancing
                   end-if
                   accept raw
                   if category = "FUEL" and raw::Trim()::Length = 0
                       display "| <ERROR: Fuel has to name the van.>"
                       goback
                   end-if
                   if raw::Trim()::Length > 0
                       move vehicleByVan(raw) to vehId
                       if vehId = 0
                           display "| <ERROR: Not an active van on file.>"
                           goback
                       end-if
                   end-if
               end-if.

               display "| Amount spent: " no advancing.
               accept raw.
               move type Convert::ToDouble(raw) to amount.
               invoke douin::Add(amount).
               invoke coln::Add("machineID").
               invoke intin::Add(mchId).
               if vehId > 0
                   invoke coln::Add("vehicleID")
                   invoke intin::Add(vehId)
               end-if.
               invoke coln::Add("date").
               invoke datin::Add(type DateTime::Now).

      * ///////////////////////////////////////////////////////////////////////////////
      * A machine ate someone's money and the till paid it back -- write
      * it down so the reconcile can explain the shortage instead of
      * screaming OUT OF TOLERANCE about it. A refund that answers a
      * complaint call carries the ticket number.
       method-id newRefund final public.
       local-storage section.
           77 raw               type String.
           77 mchId             type Int32.
           77 amount            type Double.
           77 reason            type String.
           77 ticketId          type Int32.
           77 ex                type Exception.
       procedure division.
           invoke type Console::Clear().

               display "| Reason: " no advancing.
               accept reason.
               move promptTicket(mchId) to ticketId.
               if ticketId < 0
                   goback
               end-if.

               invoke coln::Add("operator").
               invoke strin::Add(curOperator).
               invoke douin::Add(amount).
               invoke coln::Add("machineID").
               invoke intin::Add(mchId).
               if ticketId > 0
                   invoke coln::Add("ticketID")
                   invoke intin::Add(ticketId)
               end-if.
               invoke coln::Add("date").
               invoke datin::Add(type DateTime::Now).

               if db::insert("Refunds", coln, strin, douin, intin, bolin, datin) = true
                   display "Refund recorded."
                   if ticketId > 0
                       invoke offerClose(ticketId, "Refunded " & amount::ToString("F2"))
                   end-if
               else
                   display "| <ERROR: Could not save the refund.>"
               end-if
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////
      * A customer called the number on the machine: the ticket gets a
      * number to give back to the caller and stays open until a refund,
      * a service visit or a supervisor closes it.
       method-id newComplaint final public.
       local-storage section.
           77 raw               type String.
           77 mchId             type Int32.
           77 callerName        type String.
           77 callerContact     type String.
           77 ptype             type String.
           77 descr             type String.
           77 curval            type String.
           77 typeCsv           type String.
           77 ex                type Exception.
       procedure division.
           invoke type Console::Clear().
           invoke db::flushPending().
           invoke ClearAllLists.
           display " ______________________________________________".
           display "| InGen Cola                 New Records       |".
           display "|----------------------------------------------|".
           if db::isOffline() = true
               display "| *** OFFLINE -- entries queue locally ***     |"
           end-if.
           try
               display "| Machine ID (on the sticker the caller read): " no advancing.
               accept raw.
               move type Convert::ToInt32(raw::Trim()) to mchId.
               if validateMachine(mchId) = false
                   if db::checkConnection() = true
                       display "| <ERROR: Not an active machine on file.>"
                       goback
                   end-if
               end-if.
               display "| Caller name: " no advancing.
               accept callerName.
               display "| Caller phone/email: " no advancing.
               accept callerContact.
               move "," & complaintTypes & "," to typeCsv.
               display "| Problem (" & complaintTypes & "): " no advancing.
               accept raw.
               move raw::Trim()::ToUpper() to ptype.
               if ptype::Length = 0 or typeCsv::Contains("," & ptype & ",") = false
                   display "| <ERROR: Not one of the problem types.>"
                   goback
               end-if.
               display "| What happened: " no advancing.
               accept descr.

               invoke coln::Add("callerName").
               invoke strin::Add(callerName::Trim()).
               invoke coln::Add("callerContact").
               invoke strin::Add(callerContact::Trim()).
               invoke coln::Add("problemType").
               invoke strin::Add(ptype).
               invoke coln::Add("description").
               invoke strin::Add(descr::Trim()).
               invoke coln::Add("status").
               invoke strin::Add("OPEN").
               invoke coln::Add("operator").
               invoke strin::Add(curOperator).
               invoke coln::Add("machineID").
               invoke intin::Add(mchId).
               invoke coln::Add("openedDate").
               invoke datin::Add(type DateTime::Now).
               if db::insert("Complaints", coln, strin, douin, intin, bolin, datin) = false
                   display "| <ERROR: Could not save the ticket.>"
                   goback
               end-if.
               if db::isOffline() = true
                   display "Ticket queued -- it gets its number when the connection is back."
               else
                   move db::getEl("Complaints", "MAX(ticketID)", "machineID = " & mchId::ToString() & " AND operator = '" & sqlQuote(curOperator) & "'") to curval
                   display "Ticket " & curval & " opened -- give the caller this number."
               end-if
           catch ex
               display "| <ERROR: Invalid Input Try Again.>"
           end-try.
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////
      * Asks for the complaint ticket a refund or a visit answers. Returns
      * the ticket number, 0 for none, or -1 when the number is no good
      * (unknown, or the ticket is for a different machine). Offline the
      * lookup can't run, so the number stands as typed.
       method-id promptTicket final private.
       local-storage section.
           77 raw           type String.
           77 curval        type String.
       linkage section.
           01 mchId         type Int32.
           01 ret           type Int32.
       procedure division using mchId returning ret.
           move 0 to ret.
           display "| Complaint ticket #, blank for none: " no advancing.
           accept raw.
           if raw::Trim()::Length = 0
               goback
           end-if.
           if isNumeric(raw) = false
               display "| <ERROR: Not a ticket number.>"
               move -1 to ret
               goback
           end-if.
           move type Convert::ToInt32(raw::Trim()) to ret.
           if db::checkConnection() = false
               goback
           end-if.
           move db::getEl("Complaints", "machineID", "ticketID = " & ret::ToString()) to curval.
           if curval = null
               display "| <ERROR: No ticket with that number.>"
               move -1 to ret
               goback
           end-if.
           if type Convert::ToInt32(curval) <> mchId
               display "| <ERROR: Ticket " & ret::ToString() & " is for machine " & curval & ".>"
               move -1 to ret
           end-if.
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////
      * After a refund or a visit against a ticket: close it now with what
      * was done as the resolution, or leave it open for more work.
       method-id offerClose final private.
       local-storage section.
           77 raw           type String.
       linkage section.
           01 ticketId      type Int32.
           01 resolution    type String.
       procedure division using ticketId, resolution.
           if db::isOffline() = true
               goback
           end-if.
           if db::getEl("Complaints", "status", "ticketID = " & ticketId::ToString()) <> "OPEN"
               goback
           end-if.
           display "Close ticket " & ticketId::ToString() & " now? (y/N): " no advancing.
           accept raw.
           if raw::Trim()::ToLower() = "y"
               if closeTicket(ticketId, resolution) = true
                   display "Ticket " & ticketId::ToString() & " closed."
               else
                   display "| <ERROR: Could not close the ticket.>"
               end-if
           end-if.
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////
       method-id closeTicket final private.
       local-storage section.
       linkage section.
           01 ticketId      type Int32.
           01 resolution    type String.
           01 ret           type Boolean.
       procedure division using ticketId, resolution returning ret.
           move db::runQuery(type String::Format(
               "UPDATE Complaints SET status = 'CLOSED', closedDate = NOW(), closedBy = '{0}', resolution = '{1}' WHERE ticketID = {2} AND status = 'OPEN';",
               sqlQuote(curOperator), sqlQuote(resolution), ticketId)) to ret.
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////
      * One ticket, with the refunds and visits booked against it; close
      * it with a resolution or reopen a closed one (a caller who rings
      * back about the same problem).
       method-id workTicket final public.
       local-storage section.
           77 raw               type String.
           77 ticketId          type Int32.
           77 tabl              type System.Data.DataTable.
           77 links             type System.Data.DataTable.
           77 indx              type Int32.
           77 resolution        type String.
           77 ex                type Exception.
       procedure division.
           invoke type Console::Clear().
           try
               display "| Ticket #: " no advancing.
               accept raw.
               move type Convert::ToInt32(raw::Trim()) to ticketId.
               move db::showAsTable("SELECT ticketID, machineID, COALESCE(callerName, ''), COALESCE(callerContact, ''), problemType, COALESCE(description, ''), status, DATE_FORMAT(openedDate, '%Y-%m-%d %H:%i'), COALESCE(DATE_FORMAT(closedDate, '%Y-%m-%d %H:%i'), ''), COALESCE(resolution, ''), COALESCE(closedBy, '') FROM Complaints WHERE ticketID = " & ticketId::ToString() & ";") to tabl.
               if tabl = null or tabl::Rows::Count = 0
                   display "| <ERROR: No ticket with that number.>"
                   goback
               end-if.
               display "".
               display "Ticket   " & tabl::Rows[0][0]::ToString() & "   machine " & tabl::Rows[0][1]::ToString() & "   " & tabl::Rows[0][4]::ToString() & "   " & tabl::Rows[0][6]::ToString().
               display "Caller   " & tabl::Rows[0][2]::ToString() & "  " & tabl::Rows[0][3]::ToString().
               display "Problem  " & tabl::Rows[0][5]::ToString().
               display "Opened   " & tabl::Rows[0][7]::ToString().
               if tabl::Rows[0][6]::ToString() = "CLOSED"
                   display "Closed   " & tabl::Rows[0][8]::ToString() & " by " & tabl::Rows[0][10]::ToString() & ": " & tabl::Rows[0][9]::ToString()
               end-if.
      * refunds from an archived year still belong to the ticket
               move db::showAsTableSpanning("SELECT 'REFUND', DATE_FORMAT(date, '%Y-%m-%d'), CONCAT(FORMAT(amount, 2), '  ', COALESCE(reason, '')) FROM Refunds WHERE ticketID = " & ticketId::ToString() & voidExclusion("Refunds") & " UNION ALL SELECT 'VISIT', DATE_FORMAT(date, '%Y-%m-%d'), CONCAT(COALESCE(problem, ''), ' / ', COALESCE(action, '')) FROM ServiceLog WHERE ticketID = " & ticketId::ToString() & " ORDER BY 2;") to links.
               if links = null or links::Rows::Count = 0
                   display "(no refunds or visits booked against it)"
               else
                   perform varying indx from 0 by 1 until indx >= links::Rows::Count
                       display type String::Format("  {0,-7}{1,-12}{2}",
                                                   links::Rows[indx][0]::ToString(), links::Rows[indx][1]::ToString(), links::Rows[indx][2]::ToString())
                   end-perform
               end-if.
               display "".
               if tabl::Rows[0][6]::ToString() = "OPEN"
                   display "(c)lose it, blank to leave: " no advancing
                   accept raw
                   if raw::Trim()::ToLower() = "c"
                       display "Resolution: " no advancing
                       accept resolution
                       if closeTicket(ticketId, resolution::Trim()) = true
                           display "Ticket " & ticketId::ToString() & " closed."
                       else
                           display "| <ERROR: Could not close the ticket.>"
                       end-if
                   end-if
               else
                   display "(r)eopen it, blank to leave: " no advancing
                   accept raw
                   if raw::Trim()::ToLower() = "r"
                       if logCorrection("Complaints", ticketId, "status=CLOSED; resolution=" & tabl::Rows[0][9]::ToString()) = false
                           display "Correction log failed, ticket left closed."
                           goback
                       end-if
                       if db::runQuery("UPDATE Complaints SET status = 'OPEN', closedDate = NULL, closedBy = NULL WHERE ticketID = " & ticketId::ToString() & ";") = true
                           display "Ticket " & ticketId::ToString() & " reopened."
                       end-if
                   end-if
               end-if
           catch ex
               display "| <ERROR: Invalid Input Try Again.>"
           end-try.
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////
      * A lot hit its best-by date or the cans came off the truck dented --
      * write the pull down so the cans come out of the on-hand math
      * instead of haunting the forecast as stock that's really in the
      * dumpster.
       method-id newWriteOff final public.
           77 reason            type String.
           77 lotDate           type DateTime.
           77 haveLot           type Boolean value false.
           77 lotCode           type String.
           77 curval            type String.
           77 ex                type Exception.
       procedure division.
                   move type DateTime::ParseExact(raw, "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture) to lotDate
                   move true to haveLot
               end-if.
               display "| Lot code on the cans, blank for none: " no advancing.
               accept lotCode.
               move lotCode::Trim()::ToUpper() to lotCode.
               if lotCode::Length > 24
                   move lotCode::Substring(0, 24) to lotCode
               end-if.

               invoke coln::Add("operator").
               invoke strin::Add(curOperator).
               invoke coln::Add("reason").
               invoke strin::Add(reason).
               if lotCode::Length > 0
                   invoke coln::Add("lotCode")
                   invoke strin::Add(lotCode)
               end-if.
               invoke coln::Add("sodaID").
               invoke intin::Add(sodaIdSel).
               invoke coln::Add("cancount").
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////
      * Recall trace: a bottler recalls a lot, this names every machine
      * that lot was loaded into, how many cans went in, and how many are
      * likely still sitting there -- the cans loaded less any of that
      * lot already written off, capped at the machine's whole on-hand
      * estimate for the flavor (it can't hold more of one lot than it
      * holds of the flavor). Stockroom and truck stock of the lot is
      * listed too. The pull can then be posted in one go: a WriteOffs
      * row per machine and a move out of each location, all under the
      * recall reason.
       method-id newRecall final public.
       local-storage section.
           77 raw               type String.
           77 sodaIdSel         type Int32.
           77 sodaName          type String.
           77 lotCode           type String.
           77 reason            type String.
           77 mchTab            type System.Data.DataTable.
           77 locTab            type System.Data.DataTable.
           77 csvBody           type String.
           77 fname             type String.
           77 rowsOut           type Int32 value 0.
           77 indx              pic 9(9).
           77 mchId             type Int32.
           77 loaded            type Int32.
           77 pulled            type Int32.
           77 est               type Int32.
           77 onHand            type Double.
           77 totIn             type Int32 value 0.
           77 totLeft           type Int32 value 0.
           77 posted            type Int32 value 0.
           77 txOk              type Boolean value true.
           77 ex                type Exception.
       procedure division.
           invoke type Console::Clear().
           if isSupervisor() = false
               display "| <ERROR: Supervisor login required for a recall.>"
               goback
           end-if.
           try
               invoke listSodas
               display "Soda Id under recall: " no advancing
               accept raw
               move type Convert::ToInt32(raw) to sodaIdSel
               move db::getEl("Sodas", "SodaName", "SodaID = " & sodaIdSel::ToString()) to sodaName
               if sodaName = null or sodaName::Trim()::Length = 0
                   display "| <ERROR: Unknown Soda ID.>"
                   goback
               end-if
               display "Lot code on the recall notice: " no advancing
               accept raw
               move raw::Trim()::ToUpper() to lotCode
               if lotCode::Length = 0
                   display "| <ERROR: A recall needs a lot code.>"
                   goback
               end-if
           catch ex
               display "| <ERROR: Invalid Input Try Again.>"
               goback
           end-try.

      * every machine the lot went into -- the machine's own on-hand and
      * the lot's write-offs are looked up per row below
           move db::showAsTable(type String::Format(
               "SELECT machineID, SUM(cancount), DATE_FORMAT(MIN(date), '%Y-%m-%d') FROM Inventory WHERE sodaID = {0} AND lotCode = '{1}'{2} GROUP BY machineID ORDER BY machineID;",
               sodaIdSel::ToString(), sqlQuote(lotCode), voidExclusion("Inventory"))) to mchTab.
           move db::showAsTable(type String::Format(
               "SELECT l.locCode, SUM(CASE WHEN m.toLoc = l.locCode THEN m.cancount ELSE 0 - m.cancount END) AS cans FROM StockMoves m INNER JOIN StockLocations l ON (l.locCode = m.toLoc OR l.locCode = m.fromLoc) WHERE m.sodaID = {0} AND m.lotCode = '{1}' GROUP BY l.locCode HAVING cans > 0 ORDER BY l.locCode;",
               sodaIdSel::ToString(), sqlQuote(lotCode))) to locTab.

           move "Where,FirstLoaded,CansIn,LikelyLeft" & type Environment::NewLine to csvBody.

           display "".
           display type String::Format("RECALL TRACE -- {0} lot {1}", sodaName, lotCode).
           display type String::Format("{0,-12}{1,-14}{2,9}{3,13}", "Where", "First load", "Cans in", "Likely left").
           display "------------------------------------------------".
           if mchTab <> null
               perform varying indx from 0 by 1 until indx >= mchTab::Rows::Count
                   perform traceMachine
               end-perform
           end-if.
           if locTab <> null
               perform varying indx from 0 by 1 until indx >= locTab::Rows::Count
                   move type Convert::ToInt32(type Convert::ToDouble(locTab::Rows[indx][1]::ToString())) to est
                   add est to totLeft
                   display type String::Format("{0,-12}{1,-14}{2,9}{3,13}", locTab::Rows[indx][0]::ToString(), "", "", est::ToString())
                   move csvBody & csvQuote(locTab::Rows[indx][0]::ToString()) & ",,," & est::ToString() & type Environment::NewLine to csvBody
                   add 1 to rowsOut
               end-perform
           end-if.
           if rowsOut = 0
               display "That lot was never received or loaded anywhere on file."
               display ""
               goback
           end-if.
           display "------------------------------------------------".
           display type String::Format("{0,-26}{1,9}{2,13}", "Total", totIn::ToString(), totLeft::ToString()).
           display "Export this trace to CSV? (y/N): " no advancing.
           accept raw.
           if raw::Trim()::ToLower() = "y"
               try
                   move type String::Format("recall_{0}_{1}.csv", lotCode, type DateTime::Now::ToString("yyyyMMddHHmmss")) to fname
                   invoke type System.IO.File::WriteAllText(fname, csvBody)
                   display type String::Format("Saved to {0}", fname)
               catch ex
                   display "| <ERROR: Could not write CSV file.>"
               end-try
           end-if.

           if totLeft = 0
               display "Nothing of that lot should be left anywhere."
               display ""
               goback
           end-if.
           display "Post the likely-left cans as recall write-offs now? (y/N): " no advancing.
           accept raw.
           if raw::Trim()::ToLower() <> "y"
               display ""
               goback
           end-if.
           move "RECALL lot " & lotCode to reason.
           invoke db::beginTransaction().
           if mchTab <> null
               perform varying indx from 0 by 1 until indx >= mchTab::Rows::Count or txOk = false
                   perform pullMachine
               end-perform
           end-if.
           if locTab <> null
               perform varying indx from 0 by 1 until indx >= locTab::Rows::Count or txOk = false
                   perform pullLocation
               end-perform
           end-if.
           if txOk = true
               invoke db::commitTransaction()
               display posted::ToString() & " can(s) written off under """ & reason & """."
           else
               invoke db::rollbackTransaction()
               display "| <ERROR: The recall pull failed, nothing was saved.>"
           end-if.
           display "".
           goback.
       traceMachine.
           move type Convert::ToInt32(mchTab::Rows[indx][0]::ToString()) to mchId.
           move type Convert::ToInt32(type Convert::ToDouble(mchTab::Rows[indx][1]::ToString())) to loaded.
           perform estimateLeft.
           add loaded to totIn.
           add est to totLeft.
           display type String::Format("{0,-12}{1,-14}{2,9}{3,13}", "machine " & mchId::ToString(), mchTab::Rows[indx][2]::ToString(), loaded::ToString(), est::ToString()).
           move csvBody & "machine " & mchId::ToString() & "," & mchTab::Rows[indx][2]::ToString() & "," & loaded::ToString() & "," & est::ToString() & type Environment::NewLine to csvBody.
           add 1 to rowsOut.
       estimateLeft.
           move type Convert::ToInt32(type Convert::ToDouble(db::showAsList(type String::Format(
               "SELECT COALESCE(SUM(cancount),0) FROM WriteOffs WHERE sodaID = {0} AND machineID = {1} AND lotCode = '{2}';",
               sodaIdSel::ToString(), mchId::ToString(), sqlQuote(lotCode)))[0])) to pulled.
           compute est = loaded - pulled.
           move onHand31(sodaIdSel, mchId) to onHand.
           if est > onHand
               move onHand to est
           end-if.
           if est < 0
               move 0 to est
           end-if.
       pullMachine.
           move type Convert::ToInt32(mchTab::Rows[indx][0]::ToString()) to mchId.
           move type Convert::ToInt32(type Convert::ToDouble(mchTab::Rows[indx][1]::ToString())) to loaded.
           perform estimateLeft.
           if est > 0
               invoke ClearAllLists
               invoke coln::Add("operator")
               invoke strin::Add(curOperator)
               invoke coln::Add("reason")
               invoke strin::Add(reason)
               invoke coln::Add("lotCode")
               invoke strin::Add(lotCode)
               invoke coln::Add("sodaID")
               invoke intin::Add(sodaIdSel)
               invoke coln::Add("cancount")
               invoke intin::Add(est)
               invoke coln::Add("machineID")
               invoke intin::Add(mchId)
               invoke coln::Add("date")
               invoke datin::Add(type DateTime::Now)
               if db::insert("WriteOffs", coln, strin, douin, intin, bolin, datin) = false
                   move false to txOk
               else
                   add est to posted
               end-if
           end-if.
      * out of a stockroom or truck is a move with no destination --
      * the cans left the building for the bottler's pickup
       pullLocation.
           move type Convert::ToInt32(type Convert::ToDouble(locTab::Rows[indx][1]::ToString())) to est.
           invoke ClearAllLists.
           invoke coln::Add("operator").
           invoke strin::Add(curOperator).
           invoke coln::Add("fromLoc").
           invoke strin::Add(locTab::Rows[indx][0]::ToString()).
           invoke coln::Add("lotCode").
           invoke strin::Add(lotCode).
           invoke coln::Add("sodaID").
           invoke intin::Add(sodaIdSel).
           invoke coln::Add("cancount").
           invoke intin::Add(est).
           invoke coln::Add("date").
           invoke datin::Add(type DateTime::Now).
           if db::insert("StockMoves", coln, strin, douin, intin, bolin, datin) = false
               move false to txOk
           else
               add est to posted
           end-if.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////
      * Cycle count: walk the machine's slots in planogram order keying
      * what is physically there, see the variance against the computed
      * on-hand figure, and post a signed adjustment per flavor that the
      * stocked is restocks less write-offs plus cycle count adjustments
      * over the 31-day window, the same arithmetic as onHand31 -- the
      * reorder report must not keep counting cans that went in the
      * dumpster or were counted away. The stockroom and truck columns
      * say whether the fix is a PO or just a trip to the back room.
           move db::showAsTable(type String::Format(
               "SELECT SodaName, (SUM(cancount) - COALESCE((SELECT SUM(w.cancount) FROM WriteOffs w WHERE w.sodaID = Sodas.SodaID AND w.date > ADDDATE(GetDate(), -31){3}),0) + COALESCE((SELECT SUM(a.cancount) FROM StockAdjust a WHERE a.sodaID = Sodas.SodaID AND a.date > ADDDATE(GetDate(), -31){4}),0)) AS onhand, {5} AS backroom, {6} AS trucks FROM Inventory INNER JOIN Sodas ON Sodas.SodaID = Inventory.SodaID WHERE date > ADDDATE(GetDate(), -31){1}{2} GROUP BY Sodas.SodaID, SodaName HAVING onhand < {0} ORDER BY onhand ASC;",
               thresh::ToString(), voidExclusion("Inventory"), mfilter, wofilter, adjfilter, locStockSql("WAREHOUSE"), locStockSql("TRUCK"))) to tabl.

           display type String::Format("{0,15}{1,15}{2,12}{3,10}", "Name", "In Machines", "Stockroom", "Trucks").
           display "----------------------------------------------------"
           if tabl <> null
               move tabl::Rows::Count to lim
               if lim = 0
                   display "No flavors under the reorder threshold."
               end-if
               perform varying indx from 0 by 1 until indx >= lim
                   display type String::Format("{0,15}{1,15}{2,12}{3,10}",
                                               tabl::Rows[indx][0]::ToString(),
                                               Type Convert::ToDouble(tabl::Rows[indx][1]::ToString())::ToString("N0"),
                                               Type Convert::ToDouble(tabl::Rows[indx][2]::ToString())::ToString("N0"),
                                               Type Convert::ToDouble(tabl::Rows[indx][3]::ToString())::ToString("N0"))
               end-perform
           end-if.
           invoke exportTableToCsv(tabl, "lowstock").
           end-if.
           display "".
       end method.
      * ///////////////////////////////////////////////////////////////////////////////
      * Stock by location: what sits in each stockroom and on each truck,
      * flavor by flavor, with the 31-day machine estimate alongside so
      * "in the building" and "in the machines" read off one screen.
       method-id statStockLocations final public.
       local-storage section.
           77 tabl              type System.Data.DataTable.
           77 indx              pic 9(19).
           77 lim               pic 9(19).
       procedure division.
           invoke type Console::Clear().
           invoke seedStockLocations.
           move db::showAsTable(
               "SELECT l.locCode, l.locType, s.SodaName, SUM(CASE WHEN m.toLoc = l.locCode THEN m.cancount ELSE 0 - m.cancount END) AS cans FROM StockMoves m INNER JOIN StockLocations l ON (l.locCode = m.toLoc OR l.locCode = m.fromLoc) INNER JOIN Sodas s ON s.SodaID = m.sodaID GROUP BY l.locCode, l.locType, s.SodaName HAVING cans <> 0 ORDER BY l.locType DESC, l.locCode, s.SodaName;")
               to tabl.
           display type String::Format("{0,-10}{1,-11}{2,-20}{3,8}", "Location", "Type", "Flavor", "Cans").
           display "-------------------------------------------------".
           if tabl = null or tabl::Rows::Count = 0
               display "Nothing on the shelves or the trucks."
           else
               move tabl::Rows::Count to lim
               perform varying indx from 0 by 1 until indx >= lim
                   display type String::Format("{0,-10}{1,-11}{2,-20}{3,8}",
                                               tabl::Rows[indx][0]::ToString(),
                                               tabl::Rows[indx][1]::ToString(),
                                               tabl::Rows[indx][2]::ToString(),
                                               Type Convert::ToDouble(tabl::Rows[indx][3]::ToString())::ToString("N0"))
               end-perform
           end-if.
           invoke exportTableToCsv(tabl, "stockbyloc").

      * flavor totals across the three places a can can be
           move db::showAsTable(type String::Format(
               "SELECT SodaName, {0} AS backroom, {1} AS trucks, COALESCE((SELECT SUM(i.cancount) FROM Inventory i WHERE i.sodaID = Sodas.SodaID AND i.date > ADDDATE(GetDate(), -31) AND NOT EXISTS (SELECT 1 FROM VoidLog WHERE VoidLog.tableName = 'Inventory' AND VoidLog.origId = i.id)),0) - COALESCE((SELECT SUM(w.cancount) FROM WriteOffs w WHERE w.sodaID = Sodas.SodaID AND w.date > ADDDATE(GetDate(), -31)),0) + COALESCE((SELECT SUM(a.cancount) FROM StockAdjust a WHERE a.sodaID = Sodas.SodaID AND a.date > ADDDATE(GetDate(), -31)),0) AS machines FROM Sodas ORDER BY SodaName;",
               locStockSql("WAREHOUSE"), locStockSql("TRUCK"))) to tabl.
           display "".
           display type String::Format("{0,-20}{1,11}{2,9}{3,11}", "Flavor", "Stockroom", "Trucks", "Machines").
           display "---------------------------------------------------".
           if tabl <> null
               move tabl::Rows::Count to lim
               perform varying indx from 0 by 1 until indx >= lim
                   display type String::Format("{0,-20}{1,11}{2,9}{3,11}",
                                               tabl::Rows[indx][0]::ToString(),
                                               Type Convert::ToDouble(tabl::Rows[indx][1]::ToString())::ToString("N0"),
                                               Type Convert::ToDouble(tabl::Rows[indx][2]::ToString())::ToString("N0"),
                                               Type Convert::ToDouble(tabl::Rows[indx][3]::ToString())::ToString("N0"))
               end-perform
           end-if.
           display "".
       end method.
      * ///////////////////////////////////////////////////////////////////////////////
       method-id statMovers final public.
       local-storage section.
           display "".
       end method.
      * ///////////////////////////////////////////////////////////////////////////////
      * Profit and loss per machine for a date range, ranked by what each
      * one contributes after everything it costs us: sales at the price
      * of the day it was loaded, cost of goods at the catalog cost of
      * that day (what was paid when no contract is on file), CRV, the
      * sales tax inside the cash collected and the host commission on
      * it -- both at the rates of the site the machine stood at on the
      * cashout date, the way the quarterly return and the commission
      * statements have them -- repairs off the service log, cans written
      * off (at the price they would have sold for -- they were counted
      * in sales), refunds, card processing fees and the machine-coded
      * non-product spend. Product spend stays out -- it is the cost of
      * goods already.
      * A machine that lost money for the period is flagged.
       method-id statMachinePnl final public.
       local-storage section.
           77 tabl              type System.Data.DataTable.
           77 indx              pic 9(19).
           77 lim               pic 9(19).
           77 rank              type Int32.
           77 dfilter           type String.
           77 qry               type String.
           77 taxes             type Double.
           77 losses            type Double.
           77 other             type Double.
           77 net               type Double.
           77 flagNote          type String.
           77 losers            type Int32 value 0.
           77 totNet            type Double value 0.
       procedure division.
           invoke type Console::Clear().
           invoke seedLocations.
           move promptDateFilter() to dfilter.

           move type String::Format(
               "SELECT mch AS Machine, loc AS Location, sales AS Sales, cogs AS Cogs, crv AS Crv, tax AS SalesTax, comm AS Commission, repairs AS Repairs, wo AS WriteOffs, refunds AS Refunds, fees AS CardFees, other AS OtherSpend, (sales - cogs - crv - tax - comm - repairs - wo - refunds - fees - other) AS Net FROM (" &
               "SELECT mch, loc, sales, cogs, crv, tax, comm, repairs, wo, refunds, fees, other FROM (" &
               "SELECT Machines.machineID AS mch, COALESCE(location, '') AS loc, active, " &
               "COALESCE((SELECT SUM(worth) FROM Inventory WHERE Inventory.machineID = Machines.machineID AND {0}{1}),0) AS sales, " &
               "COALESCE((SELECT SUM(COALESCE((SELECT c.casePrice FROM CostCatalog c INNER JOIN Sodas s ON s.SodaID = c.sodaID WHERE c.sodaID = Inventory.sodaID AND c.vendorID = s.vendorID AND c.effectiveDate <= Inventory.date ORDER BY c.effectiveDate DESC LIMIT 1) * cancount / (SELECT GREATEST(caseCount, 1) FROM Sodas WHERE Sodas.SodaID = Inventory.sodaID), Price)) FROM Inventory WHERE Inventory.machineID = Machines.machineID AND {0}{1}),0) AS cogs, " &
               "COALESCE((SELECT SUM(crv) FROM Inventory WHERE Inventory.machineID = Machines.machineID AND {0}{1}),0) AS crv, " &
               "COALESCE((SELECT SUM(Ernings) FROM CashOut WHERE CashOut.machineID = Machines.machineID AND {0}{2}),0) AS gross, " &
               "COALESCE((SELECT SUM(Ernings - Ernings / (1 + l.taxRate / 100)) FROM CashOut{5} INNER JOIN Locations l ON l.locationID = p.locationID WHERE CashOut.machineID = Machines.machineID AND {0}{2}),0) AS tax, " &
               "COALESCE((SELECT SUM(Ernings * l.commissionRate / 100) FROM CashOut{5} INNER JOIN Locations l ON l.locationID = p.locationID WHERE CashOut.machineID = Machines.machineID AND {0}{2}),0) AS comm, " &
               "COALESCE((SELECT SUM(cost) FROM ServiceLog WHERE ServiceLog.machineID = Machines.machineID AND {0}),0) AS repairs, " &
               "COALESCE((SELECT SUM(WriteOffs.cancount * COALESCE((SELECT ph.stdPrice FROM PriceHistory ph WHERE ph.sodaID = WriteOffs.sodaID AND ph.effectiveDate <= WriteOffs.date ORDER BY ph.effectiveDate DESC LIMIT 1), (SELECT stdPrice FROM Sodas WHERE Sodas.SodaID = WriteOffs.sodaID)) / (SELECT GREATEST(caseCount, 1) FROM Sodas WHERE Sodas.SodaID = WriteOffs.sodaID)) FROM WriteOffs WHERE WriteOffs.machineID = Machines.machineID AND {0}),0) AS wo, " &
               "COALESCE((SELECT SUM(amount) FROM Refunds WHERE Refunds.machineID = Machines.machineID AND {0}{3}),0) AS refunds, " &
               "COALESCE((SELECT SUM(fees) FROM CardSettle WHERE CardSettle.machineID = Machines.machineID AND {0}),0) AS fees, " &
               "COALESCE((SELECT SUM(price) FROM Spendings WHERE Spendings.machineID = Machines.machineID AND category <> 'PRODUCT' AND {0}{4}),0) AS other " &
               "FROM Machines) rawpl WHERE active = 1 OR sales <> 0 OR gross <> 0) pl ORDER BY Net DESC;",
               dfilter, voidExclusion("Inventory"), voidExclusion("CashOut"), voidExclusion("Refunds"), voidExclusion("Spendings"), placedAt("CashOut")) to qry.
      * a range reaching back into an archived year reads both halves
           if db::isArchiveMode() = false and rangeStartYear(dfilter) <= db::archiveMaxYear()
               display "(spanning the year-end archive and the live tables)"
               move db::showAsTableSpanning(qry) to tabl
               move db::showAsTable(qry) to tabl
           end-if.

           display "MACHINE PROFIT AND LOSS -- ranked by net contribution".
           display type String::Format("{0,4}{1,6}  {2,-16}{3,11}{4,10}{5,10}{6,10}{7,10}{8,10}{9,10}{10,11}  {11}",
                                       "Rank", "Mach", "Location", "Sales", "COGS", "CRV+Tax", "Commiss", "Repairs", "Losses", "Other", "Net", "").
           display "------------------------------------------------------------------------------------------------------------------".
           if tabl = null or tabl::Rows::Count = 0
               display "No machines on file."
               goback
           end-if.
           move tabl::Rows::Count to lim.
           perform varying indx from 0 by 1 until indx >= lim
               add 1 to indx giving rank
      * the screen folds the columns into groups to fit; the CSV keeps
      * every line item separate
               compute taxes = type Convert::ToDouble(tabl::Rows[indx][4]::ToString())
                             + type Convert::ToDouble(tabl::Rows[indx][5]::ToString())
               compute losses = type Convert::ToDouble(tabl::Rows[indx][8]::ToString())
                              + type Convert::ToDouble(tabl::Rows[indx][9]::ToString())
               compute other = type Convert::ToDouble(tabl::Rows[indx][10]::ToString())
                             + type Convert::ToDouble(tabl::Rows[indx][11]::ToString())
               move type Convert::ToDouble(tabl::Rows[indx][12]::ToString()) to net
               add net to totNet
               move "" to flagNote
               if net < 0
                   move "*** LOST MONEY" to flagNote
                   add 1 to losers
               end-if
               display type String::Format("{0,4}{1,6}  {2,-16}{3,11}{4,10}{5,10}{6,10}{7,10}{8,10}{9,10}{10,11}  {11}",
                                           rank::ToString(),
                                           tabl::Rows[indx][0]::ToString(),
                                           tabl::Rows[indx][1]::ToString(),
                                           Type Convert::ToDouble(tabl::Rows[indx][2]::ToString())::ToString("N2"),
                                           Type Convert::ToDouble(tabl::Rows[indx][3]::ToString())::ToString("N2"),
                                           taxes::ToString("N2"),
                                           Type Convert::ToDouble(tabl::Rows[indx][6]::ToString())::ToString("N2"),
                                           Type Convert::ToDouble(tabl::Rows[indx][7]::ToString())::ToString("N2"),
                                           losses::ToString("N2"),
                                           other::ToString("N2"),
                                           net::ToString("N2"),
                                           flagNote)
           end-perform.
           display "------------------------------------------------------------------------------------------------------------------".
           display type String::Format("Net contribution, all machines: {0}", totNet::ToString("C")).
           if losers > 0
               display type String::Format("{0} machine(s) lost money for the period -- pull or renegotiate.", losers::ToString())
           end-if.
           display "(Losses are write-offs plus refunds; Other is card fees plus non-product spend.)".
           invoke exportTableToCsv(tabl, "machinepnl").
           display "".
       end method.
      * ///////////////////////////////////////////////////////////////////////////////
      * Month-end inventory valuation. The product spend hits the month it
      * is bought, so a month we stock up looks like a loss and the next
      * one like a windfall. This costs the cans the way they actually
      * moved: every case received onto a stockroom or truck shelf is a
      * cost layer at the catalog cost of the day it came in, and loads,
      * pulls and transfers take the oldest layer at that location first.
      * The screen and the "monthend" batch command share the close below.
       method-id statMonthEnd final public.
       local-storage section.
           77 raw               type String.
           77 period            type String.
           77 rc                type Int32.
           77 ex                type Exception.
       procedure division.
           invoke type Console::Clear().
           move type DateTime::Now::AddMonths(-1)::ToString("yyyy-MM") to period.
           display "Month to close (YYYY-MM), blank for " period ": " no advancing.
           accept raw.
           move raw::Trim() to raw.
           if raw::Length > 0
               try
                   move type DateTime::ParseExact(raw, "yyyy-MM", type System.Globalization.CultureInfo::InvariantCulture)::ToString("yyyy-MM") to period
               catch ex
                   display "| <ERROR: Not a YYYY-MM period.>"
                   goback
               end-try
           end-if.
           move monthEndClose(period) to rc.
           display "".
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////
      * Replays every stock move up to the end of the month in date order
      * against a list of cost layers, one per case received (flavor,
      * location, cans left, cost per can). A receipt adds a layer; a
      * transfer carries the oldest layers at the source over to the
      * destination at their own cost; a load into a machine or a pull
      * off the shelf (recall, damage) uses them up, and what it used up
      * inside the month is that month's cost of goods. Cases received
      * straight into a machine never sit on a shelf -- they are cost of
      * goods the day they go in, at the catalog cost of that day. Cans in
      * the machines are already costed out, so a machine write-off or
      * count adjustment does not touch the layers.
      * The whole history is replayed every run rather than carried from
      * last month's result, so a late entry or a re-run always lands on
      * the same answer. The month's rows are replaced, the valuation
      * goes to CSV, and the journal file carries the entry that moves
      * the month's product spend onto the FIFO figures.
      * Returns 0 clean, 2 when cans left a shelf with no layer under
      * them, 1 when the close could not run.
       method-id monthEndClose final private.
       local-storage section.
           77 nextStart         type String.
           77 entryDate         type String.
           77 jref              type String.
           77 evTab             type System.Data.DataTable.
           77 dirTab            type System.Data.DataTable.
           77 valTab            type System.Data.DataTable.
           77 cogsTab           type System.Data.DataTable.
           77 qry               type String.
           77 e                 pic 9(9).
           77 k                 pic 9(9).
           77 layerSoda         type List[type Int32] value new type List[type Int32].
           77 layerLoc          type List[type String] value new type List[type String].
           77 layerCans         type List[type Int32] value new type List[type Int32].
           77 layerCost         type List[type Double] value new type List[type Double].
           77 cogsCost          type System.Collections.Generic.Dictionary[type Int32, type Double].
           77 cogsCans          type System.Collections.Generic.Dictionary[type Int32, type Int32].
           77 shortCans         type System.Collections.Generic.Dictionary[type Int32, type Int32].
           77 lastCost          type System.Collections.Generic.Dictionary[type Int32, type Double].
           77 endCans           type System.Collections.Generic.Dictionary[type String, type Int32].
           77 endVal            type System.Collections.Generic.Dictionary[type String, type Double].
           77 evPer             type String.
           77 fromLoc           type String.
           77 toLoc             type String.
           77 keyName           type String.
           77 keyParts          type String occurs any.
           77 sodaId            type Int32.
           77 cans              type Int32.
           77 need              type Int32.
           77 take              type Int32.
           77 runI              type Int32.
           77 unitCost          type Double.
           77 used              type Double.
           77 runD              type Double.
           77 moving            type Boolean.
           77 inPeriod          type Boolean.
           77 begTaken          type Boolean value false.
           77 begValue          type Double value 0.
           77 recvValue         type Double value 0.
           77 cogsValue         type Double value 0.
           77 endValue          type Double value 0.
           77 delta             type Double.
           77 totShort          type Int32 value 0.
           77 txOk              type Boolean value true.
           77 csvBody           type String.
           77 fname             type String.
           77 glSrc             type String.
           77 glDesc            type String.
           77 glNum             type String.
           77 glName            type String.
           77 glDr              type Double.
           77 glCr              type Double.
           77 drTotal           type Double value 0.
           77 crTotal           type Double value 0.
           77 runDate           type DateTime.
           77 ex                type Exception.
       linkage section.
           01 period            type String.
           01 rc                type Int32.
       procedure division using period returning rc.
           move 0 to rc.
           try
               move type DateTime::ParseExact(period & "-01", "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture)::AddMonths(1)::ToString("yyyy-MM-dd") to nextStart
           catch ex
               display "monthend: not a YYYY-MM period -- " period
               move 1 to rc
               goback
           end-try.
           move type DateTime::ParseExact(nextStart, "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture)::AddDays(-1)::ToString("yyyy-MM-dd") to entryDate.
           move "INGEN-" & period & "-INV" to jref.
           invoke seedGlAccounts.
      * a closed month's valuation and cost of goods went to the bookkeeper
      * -- a re-run must not quietly replace them
           if isPeriodClosed(period) = true
              and db::getEl("InvValuation", "COUNT(*)", "period = '" & period & "'") <> "0"
               display "monthend: " period " is closed and already posted -- nothing changed."
               goback
           end-if.
           move new type System.Collections.Generic.Dictionary[type Int32, type Double] to cogsCost.
           move new type System.Collections.Generic.Dictionary[type Int32, type Int32] to cogsCans.
           move new type System.Collections.Generic.Dictionary[type Int32, type Int32] to shortCans.
           move new type System.Collections.Generic.Dictionary[type Int32, type Double] to lastCost.
           move new type System.Collections.Generic.Dictionary[type String, type Int32] to endCans.
           move new type System.Collections.Generic.Dictionary[type String, type Double] to endVal.
           if type DateTime::Now < type DateTime::ParseExact(nextStart, "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture)
               display "(" period " is not over yet -- the figures are to date and will move.)"
           end-if.

      * a receipt row is one case: its cost per can is the catalog price
      * for the PO's vendor on the day it came in (the flavor's own vendor
      * for a receipt with no PO), or what was keyed when there is no
      * contract on file
           move db::showAsTable(type String::Format(
               "SELECT DATE_FORMAT(m.date, '%Y-%m'), m.sodaID, COALESCE(m.fromLoc, ''), COALESCE(m.toLoc, ''), m.cancount, COALESCE((SELECT c.casePrice FROM CostCatalog c WHERE c.sodaID = m.sodaID AND c.vendorID = COALESCE((SELECT p.vendorID FROM PurchaseOrders p WHERE p.id = m.poID), (SELECT s.vendorID FROM Sodas s WHERE s.SodaID = m.sodaID)) AND c.effectiveDate <= m.date ORDER BY c.effectiveDate DESC LIMIT 1), m.caseCost) / GREATEST(m.cancount, 1) FROM StockMoves m WHERE m.date < '{0}' ORDER BY m.date, m.id;",
               nextStart)) to evTab.
           if evTab = null
               display "monthend: could not read the stock moves -- nothing was closed."
               move 1 to rc
               goback
           end-if.
           perform varying e from 0 by 1 until e >= evTab::Rows::Count
               perform playMove
           end-perform.
           if begTaken = false
               perform takeBeginning
           end-if.

      * cases received straight into a machine -- same cost as the P&L
      * puts on them
           move type String::Format(
               "SELECT sodaID, SUM(cancount), SUM(COALESCE((SELECT c.casePrice FROM CostCatalog c INNER JOIN Sodas s ON s.SodaID = c.sodaID WHERE c.sodaID = Inventory.sodaID AND c.vendorID = s.vendorID AND c.effectiveDate <= Inventory.date ORDER BY c.effectiveDate DESC LIMIT 1) * cancount / (SELECT GREATEST(caseCount, 1) FROM Sodas WHERE Sodas.SodaID = Inventory.sodaID), Price)) FROM Inventory WHERE fromLoc IS NULL AND DATE_FORMAT(date, '%Y-%m') = '{0}'{1} GROUP BY sodaID;",
               period, voidExclusion("Inventory")) to qry.
           if db::isArchiveMode() = false and type Convert::ToInt32(period::Substring(0, 4)) <= db::archiveMaxYear()
               move db::showAsTableSpanning(qry) to dirTab
           else
               move db::showAsTable(qry) to dirTab
           end-if.
           if dirTab = null
               display "monthend: could not read the machine receipts -- nothing was closed."
               move 1 to rc
               goback
           end-if.
           perform varying e from 0 by 1 until e >= dirTab::Rows::Count
               move type Convert::ToInt32(dirTab::Rows[e][0]::ToString()) to sodaId
               move type Convert::ToInt32(type Convert::ToDouble(dirTab::Rows[e][1]::ToString())) to cans
               move type Convert::ToDouble(dirTab::Rows[e][2]::ToString()) to used
               move 0 to need
               perform addCogs
           end-perform.

      * what is still on the shelves, folded by location and flavor
           perform varying k from 0 by 1 until k >= layerCans::Count
               if layerCans[k] > 0
                   move layerLoc[k] & "|" & layerSoda[k]::ToString() to keyName
                   compute runD = layerCans[k] * layerCost[k]
                   add runD to endValue
                   if endCans::ContainsKey(keyName) = true
                       move endCans[keyName] to runI
                       add layerCans[k] to runI
                       move runI to endCans[keyName]
                       add endVal[keyName] to runD
                       move runD to endVal[keyName]
                   else
                       move layerCans[k] to endCans[keyName]
                       move runD to endVal[keyName]
                   end-if
               end-if
           end-perform.

           perform saveClose.
           if txOk = false
               display "monthend: could not save the valuation -- run the month again."
               move 1 to rc
               goback
           end-if.

           display type String::Format("MONTH-END INVENTORY -- {0} (FIFO)", period).
           display "---------------------------------------------------------".
           display type String::Format("  On hand at start of month   {0,15}", begValue::ToString("C")).
           display type String::Format("  Received onto the shelves   {0,15}", recvValue::ToString("C")).
           display type String::Format("  Cost of goods sold          {0,15}", cogsValue::ToString("C")).
           display type String::Format("  On hand at end of month     {0,15}", endValue::ToString("C")).
           display "".
           move db::showAsTable(type String::Format(
               "SELECT v.locCode AS Location, s.SodaName AS Flavor, v.cans AS Cans, v.value AS Value FROM InvValuation v INNER JOIN Sodas s ON s.SodaID = v.sodaID WHERE v.period = '{0}' ORDER BY v.locCode, s.SodaName;",
               period)) to valTab.
           display type String::Format("{0,-10}{1,-24}{2,10}{3,14}", "Location", "Flavor", "Cans", "Value").
           if valTab <> null
               perform varying e from 0 by 1 until e >= valTab::Rows::Count
                   display type String::Format("{0,-10}{1,-24}{2,10}{3,14}",
                                               valTab::Rows[e][0]::ToString(),
                                               valTab::Rows[e][1]::ToString(),
                                               valTab::Rows[e][2]::ToString(),
                                               Type Convert::ToDouble(valTab::Rows[e][3]::ToString())::ToString("N2"))
               end-perform
           end-if.
           display "".
           move db::showAsTable(type String::Format(
               "SELECT s.SodaName AS Flavor, g.cans AS Cans, g.cost AS Cost, g.shortCans AS NoLayer FROM CogsMonth g INNER JOIN Sodas s ON s.SodaID = g.sodaID WHERE g.period = '{0}' ORDER BY g.cost DESC;",
               period)) to cogsTab.
           display type String::Format("{0,-24}{1,10}{2,14}", "Cost of goods by flavor", "Cans", "Cost").
           if cogsTab <> null
               perform varying e from 0 by 1 until e >= cogsTab::Rows::Count
                   display type String::Format("{0,-24}{1,10}{2,14}",
                                               cogsTab::Rows[e][0]::ToString(),
                                               cogsTab::Rows[e][1]::ToString(),
                                               Type Convert::ToDouble(cogsTab::Rows[e][2]::ToString())::ToString("N2"))
               end-perform
           end-if.
           if totShort > 0
               display type String::Format("*** {0} can(s) left a shelf with nothing received under them -- costed at the last known cost. Check for receipts that were never keyed. ***", totShort::ToString())
               move 2 to rc
           end-if.
      * the valuation goes out last so it is the file a scheduled run
      * mails -- the COGS detail and the journal stay with the run
           invoke saveTableToCsv(cogsTab, "fifocogs_" & period).
           invoke saveTableToCsv(valTab, "invvalue_" & period).
           perform writeJournal.
           goback.

      * one stock move against the layers
       playMove.
           move evTab::Rows[e][0]::ToString() to evPer.
           move type Convert::ToInt32(evTab::Rows[e][1]::ToString()) to sodaId.
           move evTab::Rows[e][2]::ToString() to fromLoc.
           move evTab::Rows[e][3]::ToString() to toLoc.
           move type Convert::ToInt32(evTab::Rows[e][4]::ToString()) to cans.
           move type Convert::ToDouble(evTab::Rows[e][5]::ToString()) to unitCost.
           move false to inPeriod.
           if evPer = period
               move true to inPeriod
           end-if.
           if inPeriod = true and begTaken = false
               perform takeBeginning
           end-if.
           if fromLoc::Length = 0
               if toLoc::Length > 0
                   invoke layerSoda::Add(sodaId)
                   invoke layerLoc::Add(toLoc)
                   invoke layerCans::Add(cans)
                   invoke layerCost::Add(unitCost)
                   move unitCost to lastCost[sodaId]
                   if inPeriod = true
                       compute recvValue = recvValue + cans * unitCost
                   end-if
               end-if
           else
               move false to moving
               if toLoc::Length > 0 and isNumeric(toLoc) = false
                   move true to moving
               end-if
               perform takeLayers
               if moving = false and inPeriod = true
                   perform addCogs
               end-if
           end-if.
      * oldest layers of the flavor at the source first; a transfer lays
      * what it took back down at the destination at the same cost
       takeLayers.
           move cans to need.
           move 0 to used.
           perform varying k from 0 by 1 until k >= layerCans::Count or need = 0
               if layerSoda[k] = sodaId and layerLoc[k] = fromLoc and layerCans[k] > 0
                   move layerCans[k] to take
                   if take > need
                       move need to take
                   end-if
                   compute used = used + take * layerCost[k]
                   compute runI = layerCans[k] - take
                   move runI to layerCans[k]
                   subtract take from need
                   if moving = true
                       invoke layerSoda::Add(sodaId)
                       invoke layerLoc::Add(toLoc)
                       invoke layerCans::Add(take)
                       invoke layerCost::Add(layerCost[k])
                   end-if
               end-if
           end-perform.
      * more cans left than were ever received there -- cost the rest at
      * the last cost seen for the flavor rather than drop it
           if need > 0
               move 0 to unitCost
               if lastCost::ContainsKey(sodaId) = true
                   move lastCost[sodaId] to unitCost
               end-if
               compute used = used + need * unitCost
               if moving = true
                   invoke layerSoda::Add(sodaId)
                   invoke layerLoc::Add(toLoc)
                   invoke layerCans::Add(need)
                   invoke layerCost::Add(unitCost)
               end-if
           end-if.
       addCogs.
           add used to cogsValue.
           if cogsCost::ContainsKey(sodaId) = true
               move cogsCost[sodaId] to runD
               add used to runD
               move runD to cogsCost[sodaId]
               move cogsCans[sodaId] to runI
               add cans to runI
               move runI to cogsCans[sodaId]
               move shortCans[sodaId] to runI
               add need to runI
               move runI to shortCans[sodaId]
           else
               move used to cogsCost[sodaId]
               move cans to cogsCans[sodaId]
               move need to shortCans[sodaId]
           end-if.
           add need to totShort.
      * the shelves as they stood going into the month
       takeBeginning.
           move true to begTaken.
           move 0 to begValue.
           perform varying k from 0 by 1 until k >= layerCans::Count
               compute begValue = begValue + layerCans[k] * layerCost[k]
           end-perform.
      * the delete runs on its own connection, so a failed save leaves
      * the month empty rather than half-written -- the next run fills
      * it back in whole
       saveClose.
           move type DateTime::Now to runDate.
           if db::runQuery(type String::Format("DELETE FROM InvValuation WHERE period = '{0}';", period)) = false
               move false to txOk
           end-if.
           if txOk = true and db::runQuery(type String::Format("DELETE FROM CogsMonth WHERE period = '{0}';", period)) = false
               move false to txOk
           end-if.
           if txOk = false
               exit paragraph
           end-if.
           invoke db::beginTransaction().
           perform varying keyName through endCans::Keys
               move keyName::Split("|") to keyParts
               invoke ClearAllLists
               invoke coln::Add("period")
               invoke strin::Add(period)
               invoke coln::Add("locCode")
               invoke strin::Add(keyParts[0])
               invoke coln::Add("value")
               invoke douin::Add(endVal[keyName])
               invoke coln::Add("sodaID")
               invoke intin::Add(type Convert::ToInt32(keyParts[1]))
               invoke coln::Add("cans")
               invoke intin::Add(endCans[keyName])
               invoke coln::Add("runDate")
               invoke datin::Add(runDate)
               if db::insert("InvValuation", coln, strin, douin, intin, bolin, datin) = false
                   move false to txOk
               end-if
           end-perform.
           perform varying sodaId through cogsCost::Keys
               invoke ClearAllLists
               invoke coln::Add("period")
               invoke strin::Add(period)
               invoke coln::Add("cost")
               invoke douin::Add(cogsCost[sodaId])
               invoke coln::Add("sodaID")
               invoke intin::Add(sodaId)
               invoke coln::Add("cans")
               invoke intin::Add(cogsCans[sodaId])
               invoke coln::Add("shortCans")
               invoke intin::Add(shortCans[sodaId])
               invoke coln::Add("runDate")
               invoke datin::Add(runDate)
               if db::insert("CogsMonth", coln, strin, douin, intin, bolin, datin) = false
                   move false to txOk
               end-if
           end-perform.
           if txOk = true
               invoke db::commitTransaction()
           else
               invoke db::rollbackTransaction()
           end-if.
      * the GL export books product spend to cost of goods the month it
      * is bought. This entry moves the change in what is still on the
      * shelves between that account and inventory, which leaves cost of
      * goods for the month at the FIFO figure and the inventory account
      * at the FIFO value on hand. Same file layout as the GL export so
      * it imports the same way.
       writeJournal.
           compute delta = endValue - begValue.
           move "Date,JournalRef,Account,AccountName,Description,Debit,Credit" & type Environment::NewLine to csvBody.
           if delta >= 0
               move type String::Format("Inventory on hand at FIFO {0}, was {1}", endValue::ToString("F2"), begValue::ToString("F2")) to glDesc
               move "INVENTORY" to glSrc
               move delta to glDr
               move 0 to glCr
               perform addLine
               move type String::Format("Cost of goods sold at FIFO {0}", cogsValue::ToString("F2")) to glDesc
               move "COGS" to glSrc
               move 0 to glDr
               move delta to glCr
               perform addLine
           else
               move type String::Format("Cost of goods sold at FIFO {0}", cogsValue::ToString("F2")) to glDesc
               move "COGS" to glSrc
               compute glDr = 0 - delta
               move 0 to glCr
               perform addLine
               move type String::Format("Inventory on hand at FIFO {0}, was {1}", endValue::ToString("F2"), begValue::ToString("F2")) to glDesc
               move "INVENTORY" to glSrc
               move 0 to glDr
               compute glCr = 0 - delta
               perform addLine
           end-if.
           try
               move type String::Format("gl_{0}_inv_{1}.csv", period, type DateTime::Now::ToString("yyyyMMddHHmmss")) to fname
               invoke type System.IO.File::WriteAllText(fname, csvBody)
               display type String::Format("Inventory journal ({0} debits, {1} credits) saved to {2}", drTotal::ToString("F2"), crTotal::ToString("F2"), fname)
           catch ex
               display "| <ERROR: Could not write the inventory journal.>"
               move 1 to rc
           end-try.
       addLine.
           move db::getEl("GlAccounts", "acctNumber", "sourceType = '" & glSrc & "'") to glNum.
           move db::getEl("GlAccounts", "acctName", "sourceType = '" & glSrc & "'") to glName.
           if glNum = null
               move glSrc to glNum
           end-if.
           if glName = null
               move "" to glName
           end-if.
           move csvBody & entryDate & "," & jref & "," & csvQuote(glNum) & "," & csvQuote(glName) & ","
               & csvQuote(glDesc) & "," & glDr::ToString("F2") & "," & glCr::ToString("F2")
               & type Environment::NewLine to csvBody.
           add glDr to drTotal.
           add glCr to crTotal.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////
      * The screen and the "1099" batch command share the run below. The
      * threshold defaults to the one in force for the year but can be
      * keyed, in case the service or the accountant wants a lower cut.
       method-id stat1099 final public.
       local-storage section.
           77 raw               type String.
           77 taxYear           type Int32.
           77 threshold         type Double.
           77 rc                type Int32.
           77 ex                type Exception.
       procedure division.
           invoke type Console::Clear().
           compute taxYear = type DateTime::Now::Year - 1.
           display "Tax year, blank for " & taxYear::ToString() & ": " no advancing.
           accept raw.
           move raw::Trim() to raw.
           if raw::Length > 0
               try
                   move type Convert::ToInt32(raw) to taxYear
               catch ex
                   display "| <ERROR: Not a year.>"
                   goback
               end-try
           end-if.
           move default1099Threshold(taxYear) to threshold.
           display "Reporting threshold, blank for " & threshold::ToString("F2") & ": " no advancing.
           accept raw.
           move raw::Trim() to raw.
           if raw::Length > 0
               if isNumeric(raw) = false
                   display "| <ERROR: Not an amount.>"
                   goback
               end-if
               move type Convert::ToDouble(raw) to threshold
           end-if.
           move run1099(taxYear, threshold) to rc.
           display "".
           goback.
       end method.
      * ////////////////////////////////////////////////////////////////////////////// default1099Threshold
      * The 1099 reporting floor for a tax year: min1099Old through the
      * year before min1099NewYear, min1099New from then on.
       method-id default1099Threshold final private.
       local-storage section.
       linkage section.
           01 taxYear       type Int32.
           01 ret           type Double.
       procedure division using taxYear returning ret.
           if taxYear < min1099NewYear
               move min1099Old to ret
           else
               move min1099New to ret
           end-if.
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////
      * Year-end 1099 run over the host commission checks. Every check in
      * the calendar year counts toward the payee it was made out to, or
      * -- for checks written before payees were kept -- toward the payee
      * its machine is linked to now. Each payee total is sorted into:
      *   FILE      reportable and complete -- goes in the upload file
      *   UNDER     under the reporting threshold
      *   EXEMPT    payee marked as not getting a 1099 (a corporation)
      *   NO TIN    reportable but no good TIN on file
      *   NO ADDR   reportable but the mailing address is incomplete
      *   NO PAYEE  checks on a machine with no payee linked
      * The review listing (every payee, TIN masked) and the upload file
      * (FILE rows only, in the filing service's column layout, Box 1
      * rents) are written every time, so the run can be repeated after
      * the gaps are fixed. Returns 0 clean, 1 when it could not read or
      * write, 2 when reportable payees were held back.
       method-id run1099 final private.
       local-storage section.
           77 tabl              type System.Data.DataTable.
           77 indx              type Int32.
           77 payeeId           type Int32.
           77 total             type Double.
           77 checks            type String.
           77 machines          type String.
           77 payeeName         type String.
           77 dbaName           type String.
           77 tinType           type String.
           77 tin               type String.
           77 address           type String.
           77 city              type String.
           77 state             type String.
           77 zip               type String.
           77 onFile            type Boolean.
           77 is1099            type Boolean.
           77 rowStatus         type String.
           77 shownName         type String.
           77 reviewCsv         type String.
           77 uploadCsv         type String.
           77 fileCount         type Int32 value 0.
           77 fileTotal         type Double value 0.
           77 heldCount         type Int32 value 0.
           77 heldTotal         type Double value 0.
           77 allTotal          type Double value 0.
           77 stamp             type String.
           77 fname             type String.
           77 ex                type Exception.
       linkage section.
           01 taxYear           type Int32.
           01 threshold         type Double.
           01 rc                type Int32.
       procedure division using taxYear, threshold returning rc.
           move 0 to rc.
           move db::showAsTable(type String::Format(
               "SELECT t.pid, t.total, t.checks, t.machines, COALESCE(p.payeeName, ''), COALESCE(p.dbaName, ''), COALESCE(p.tinType, ''), COALESCE(p.tin, ''), " &
               "COALESCE(p.address, ''), COALESCE(p.city, ''), COALESCE(p.state, ''), COALESCE(p.zip, ''), COALESCE(p.is1099, 1), CASE WHEN p.payeeID IS NULL THEN 0 ELSE 1 END " &
               "FROM (SELECT COALESCE(NULLIF(cp.payeeID, 0), m.payeeID, 0) AS pid, SUM(cp.amount) AS total, COUNT(*) AS checks, GROUP_CONCAT(DISTINCT cp.machineID ORDER BY cp.machineID) AS machines " &
               "FROM CommissionPay cp LEFT JOIN Machines m ON m.machineID = cp.machineID WHERE YEAR(cp.date) = {0} GROUP BY COALESCE(NULLIF(cp.payeeID, 0), m.payeeID, 0)) t " &
               "LEFT JOIN Payees p ON p.payeeID = t.pid ORDER BY t.total DESC;",
               taxYear)) to tabl.
           if tabl = null
               display "1099: could not read the commission checks for " & taxYear::ToString() & " -- nothing was written."
               move 1 to rc
               goback
           end-if.
           move type DateTime::Now::ToString("yyyyMMddHHmmss") to stamp.
           move "TaxYear,PayeeID,PayeeName,DBAName,TINType,TIN,Address,City,State,Zip,Checks,Machines,Amount,Status" & type Environment::NewLine to reviewCsv.
           move "TaxYear,FormType,AmountBox,PayeeAccount,RecipientName,RecipientName2,TINType,TIN,Address,City,State,Zip,Amount" & type Environment::NewLine to uploadCsv.

           display type String::Format("1099 RUN -- TAX YEAR {0}, THRESHOLD {1}", taxYear, threshold::ToString("F2")).
           display " ___________________________________________________________________________________".
           display "| PAYEE | NAME                     | TIN         | CHECKS |       AMOUNT | STATUS   |".
           display "|-------|--------------------------|-------------|--------|--------------|----------|".
           perform varying indx from 0 by 1 until indx >= tabl::Rows::Count
               perform sortPayee
           end-perform.
           display "|-------|--------------------------|-------------|--------|--------------|----------|".
           display type String::Format("| {0,-55} | {1,12} | {2,-8} |", "ALL COMMISSION CHECKS", allTotal::ToString("N2"), "").
           display "|_______|__________________________|_____________|________|______________|__________|".
           display type String::Format("{0} payee(s) to file, {1} in all.", fileCount, fileTotal::ToString("N2")).
           if heldCount > 0
               display type String::Format("{0} reportable payee(s) held back ({1}) -- fix the payee master and run it again.", heldCount, heldTotal::ToString("N2"))
               move 2 to rc
           end-if.

           try
               move type String::Format("1099review_{0}_{1}.csv", taxYear, stamp) to fname
               invoke type System.IO.File::WriteAllText(fname, reviewCsv)
               display type String::Format("Review listing saved to {0}", fname)
               move type String::Format("1099_{0}_{1}.csv", taxYear, stamp) to fname
               invoke type System.IO.File::WriteAllText(fname, uploadCsv)
               display type String::Format("Upload file ({0} record(s)) saved to {1}", fileCount, fname)
           catch ex
               display "| <ERROR: Could not write the 1099 files.>"
               move 1 to rc
           end-try.
           goback.
       sortPayee.
           move type Convert::ToInt32(tabl::Rows[indx][0]::ToString()) to payeeId.
           move type Convert::ToDouble(tabl::Rows[indx][1]::ToString()) to total.
           move tabl::Rows[indx][2]::ToString() to checks.
           move tabl::Rows[indx][3]::ToString() to machines.
           move tabl::Rows[indx][4]::ToString()::Trim() to payeeName.
           move tabl::Rows[indx][5]::ToString()::Trim() to dbaName.
           move tabl::Rows[indx][6]::ToString()::Trim() to tinType.
           move tabl::Rows[indx][7]::ToString()::Trim() to tin.
           move tabl::Rows[indx][8]::ToString()::Trim() to address.
           move tabl::Rows[indx][9]::ToString()::Trim() to city.
           move tabl::Rows[indx][10]::ToString()::Trim() to state.
           move tabl::Rows[indx][11]::ToString()::Trim() to zip.
           move true to is1099.
           if tabl::Rows[indx][12]::ToString() = "0"
               move false to is1099
           end-if.
           move false to onFile.
           if tabl::Rows[indx][13]::ToString() = "1"
               move true to onFile
           end-if.
           add total to allTotal.

           if payeeId = 0 or onFile = false
               move "NO PAYEE" to rowStatus
               move "(machines " & machines & ")" to payeeName
           else
               if is1099 = false
                   move "EXEMPT" to rowStatus
               else
                   if total < threshold
                       move "UNDER" to rowStatus
                   else
                       if isTin(tin) = false
                           move "NO TIN" to rowStatus
                       else
                           if address::Length = 0 or city::Length = 0 or state::Length = 0 or zip::Length = 0
                               move "NO ADDR" to rowStatus
                           else
                               move "FILE" to rowStatus
                           end-if
                       end-if
                   end-if
               end-if
           end-if.
      * a check on a machine with no payee can't be sorted, so it only
      * holds the run back when it would clear the threshold on its own
           if rowStatus = "NO TIN" or rowStatus = "NO ADDR" or (rowStatus = "NO PAYEE" and total >= threshold)
               add 1 to heldCount
               add total to heldTotal
           end-if.
           if rowStatus = "FILE"
               add 1 to fileCount
               add total to fileTotal
               move uploadCsv & taxYear::ToString() & ",1099-MISC,1," & payeeId::ToString() & "," & csvQuote(payeeName) & "," & csvQuote(dbaName) & ","
                   & csvQuote(tinType) & "," & tin & "," & csvQuote(address) & "," & csvQuote(city) & "," & csvQuote(state) & "," & csvQuote(zip) & ","
                   & total::ToString("F2") & type Environment::NewLine to uploadCsv
           end-if.
           move reviewCsv & taxYear::ToString() & "," & payeeId::ToString() & "," & csvQuote(payeeName) & "," & csvQuote(dbaName) & ","
               & csvQuote(tinType) & "," & csvQuote(maskTin(tinType, tin)) & "," & csvQuote(address) & "," & csvQuote(city) & "," & csvQuote(state) & "," & csvQuote(zip) & ","
               & checks & "," & csvQuote(machines) & "," & total::ToString("F2") & "," & rowStatus & type Environment::NewLine to reviewCsv.

           move payeeName to shownName.
           if shownName::Length > 24
               move shownName::Substring(0, 24) to shownName
           end-if.
           display type String::Format("| {0,5} | {1,-24} | {2,-11} | {3,6} | {4,12} | {5,-8} |",
                                       payeeId, shownName, maskTin(tinType, tin), checks, total::ToString("N2"), rowStatus).
       end method.
      * ////////////////////////////////////////////////////////////////////////////// isTin
      * True for a TIN as it is kept on file: exactly nine digits.
       method-id isTin final private.
       local-storage section.
           77 i             type Int32.
       linkage section.
           01 tin           type String.
           01 ret           type Boolean.
       procedure division using tin returning ret.
           move false to ret.
           if tin = null or tin::Length <> 9
               goback
           end-if.
           perform varying i from 0 by 1 until i >= 9
               if tin::Substring(i, 1) < "0" or tin::Substring(i, 1) > "9"
                   goback
               end-if
           end-perform.
           move true to ret.
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////
      * The screen and the "depr" batch command share the run below.
       method-id statDepreciation final public.
       local-storage section.
           77 raw               type String.
           77 period            type String.
           77 rc                type Int32.
           77 ex                type Exception.
       procedure division.
           invoke type Console::Clear().
           move type DateTime::Now::AddMonths(-1)::ToString("yyyy-MM") to period.
           display "Month to depreciate (YYYY-MM), blank for " period ": " no advancing.
           accept raw.
           move raw::Trim() to raw.
           if raw::Length > 0
               try
                   move type DateTime::ParseExact(raw, "yyyy-MM", type System.Globalization.CultureInfo::InvariantCulture)::ToString("yyyy-MM") to period
               catch ex
                   display "| <ERROR: Not a YYYY-MM period.>"
                   goback
               end-try
           end-if.
           move depreciationRun(period) to rc.
           display "".
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////
      * Monthly depreciation over the fixed asset register. Every figure
      * is worked out fresh from the asset's own terms and the number of
      * months it has been in service (the in-service month counts as a
      * full month, the month it is disposed of does not), so a missed
      * month or a corrected cost simply comes out right on the next run
      * -- nothing is carried forward from last month's rows. The month's
      * Depreciation rows are replaced, the schedule goes to CSV, and a
      * journal file in the GL export layout carries the charge plus the
      * entry for any machine disposed of in the month. A closed month
      * that has already been posted is left alone.
      * Returns 0 clean, 1 when the run could not post.
       method-id depreciationRun final private.
       local-storage section.
           77 nextStart         type String.
           77 entryDate         type String.
           77 jref              type String.
           77 assetTab          type System.Data.DataTable.
           77 indx              type Int32.
           77 assetId           type Int32.
           77 mchId             type Int32.
           77 cost              type Double.
           77 salvage           type Double.
           77 life              type Int32.
           77 meth              type String.
           77 inService         type DateTime.
           77 disposed          type DateTime.
           77 isDisposed        type Boolean.
           77 perIndex          type Int32.
           77 monthsIn          type Int32.
           77 lastMonth         type Int32.
           77 prevMonths        type Int32.
           77 accPrev           type Double.
           77 accNow            type Double.
           77 charge            type Double.
           77 bookVal           type Double.
           77 proceeds          type Double.
           77 gainLoss          type Double.
           77 totCharge         type Double value 0.
           77 totCost           type Double value 0.
           77 totAcc            type Double value 0.
           77 totBook           type Double value 0.
           77 note              type String.
           77 txOk              type Boolean value true.
           77 schedCsv          type String.
           77 csvBody           type String.
           77 fname             type String.
           77 glSrc             type String.
           77 glDesc            type String.
           77 glNum             type String.
           77 glName            type String.
           77 glDr              type Double.
           77 glCr              type Double.
           77 drTotal           type Double value 0.
           77 crTotal           type Double value 0.
           77 dispCost          type List[type Double] value new type List[type Double].
           77 dispAcc           type List[type Double] value new type List[type Double].
           77 dispProc          type List[type Double] value new type List[type Double].
           77 dispGain          type List[type Double] value new type List[type Double].
           77 dispMach          type List[type Int32] value new type List[type Int32].
           77 pendAsset         type List[type Int32] value new type List[type Int32].
           77 pendMach          type List[type Int32] value new type List[type Int32].
           77 pendCharge        type List[type Double] value new type List[type Double].
           77 pendAcc           type List[type Double] value new type List[type Double].
           77 pendBook          type List[type Double] value new type List[type Double].
           77 runDate           type DateTime.
           77 ex                type Exception.
       linkage section.
           01 period            type String.
           01 rc                type Int32.
       procedure division using period returning rc.
           move 0 to rc.
           try
               move type DateTime::ParseExact(period & "-01", "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture)::AddMonths(1)::ToString("yyyy-MM-dd") to nextStart
           catch ex
               display "depr: not a YYYY-MM period -- " period
               move 1 to rc
               goback
           end-try.
           move type DateTime::ParseExact(nextStart, "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture)::AddDays(-1)::ToString("yyyy-MM-dd") to entryDate.
           move "INGEN-" & period & "-DEP" to jref.
           compute perIndex = type Convert::ToInt32(period::Substring(0, 4)) * 12 + type Convert::ToInt32(period::Substring(5, 2)).
           invoke seedGlAccounts.
           if isPeriodClosed(period) = true
              and db::getEl("Depreciation", "COUNT(*)", "period = '" & period & "'") <> "0"
               display "depr: " period " is closed and already posted -- nothing changed."
               goback
           end-if.

      * every asset in service by the end of the month that was not gone
      * before it started
           move db::showAsTable(type String::Format(
               "SELECT assetID, machineID, cost, salvage, lifeMonths, UPPER(method), DATE_FORMAT(inService, '%Y-%m-%d'), COALESCE(DATE_FORMAT(disposedDate, '%Y-%m-%d'), ''), COALESCE(proceeds, 0) FROM FixedAssets WHERE inService < '{0}' AND (disposedDate IS NULL OR disposedDate >= '{1}-01') ORDER BY machineID, assetID;",
               nextStart, period)) to assetTab.
           if assetTab = null
               display "depr: could not read the asset register -- nothing was posted."
               move 1 to rc
               goback
           end-if.

           display type String::Format("DEPRECIATION -- {0}", period).
           display " ________________________________________________________________________________".
           display "| MACH | ASSET | MTH |        COST |    THIS MONTH |  ACCUMULATED |   BOOK VALUE |".
           display "|------|-------|-----|-------------|---------------|--------------|--------------|".
           move "Period,Machine,Asset,Method,Cost,Salvage,LifeMonths,MonthsInService,MonthCharge,Accumulated,BookValue,Note" & type Environment::NewLine to schedCsv.
           perform varying indx from 0 by 1 until indx >= assetTab::Rows::Count
               perform figureAsset
           end-perform.
           display "|------|-------|-----|-------------|---------------|--------------|--------------|".
           display type String::Format("| {0,-18} | {1,11} | {2,13} | {3,12} | {4,12} |",
                                       "TOTAL", totCost::ToString("N2"), totCharge::ToString("N2"), totAcc::ToString("N2"), totBook::ToString("N2")).
           display "|________________________________________________________________________________|".
           if assetTab::Rows::Count = 0
               display "No machines on the asset register for this month."
           end-if.

           perform saveRun.
           if txOk = false
               display "depr: could not save the month's depreciation -- run it again."
               move 1 to rc
               goback
           end-if.
           try
               move type String::Format("depreciation_{0}_{1}.csv", period, type DateTime::Now::ToString("yyyyMMddHHmmss")) to fname
               invoke type System.IO.File::WriteAllText(fname, schedCsv)
               move fname to lastCsvName
               display type String::Format("Schedule saved to {0}", fname)
           catch ex
               display "| <ERROR: Could not write the depreciation schedule.>"
               move 1 to rc
           end-try.
           perform writeJournal.
           goback.
       figureAsset.
           move type Convert::ToInt32(assetTab::Rows[indx][0]::ToString()) to assetId.
           move type Convert::ToInt32(assetTab::Rows[indx][1]::ToString()) to mchId.
           move type Convert::ToDouble(assetTab::Rows[indx][2]::ToString()) to cost.
           move type Convert::ToDouble(assetTab::Rows[indx][3]::ToString()) to salvage.
           move type Convert::ToInt32(assetTab::Rows[indx][4]::ToString()) to life.
           move assetTab::Rows[indx][5]::ToString() to meth.
           move type DateTime::ParseExact(assetTab::Rows[indx][6]::ToString(), "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture) to inService.
           compute monthsIn = perIndex - (inService::Year * 12 + inService::Month) + 1.
           compute prevMonths = monthsIn - 1.
           move "" to note.
           move false to isDisposed.
      * disposed of this month: no charge for the month, and what it
      * fetched against the book value left at the end of last month is
      * the gain or loss. A disposal dated after this month does not
      * count yet.
           if assetTab::Rows[indx][7]::ToString()::Length > 0
               move type DateTime::ParseExact(assetTab::Rows[indx][7]::ToString(), "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture) to disposed
               compute lastMonth = (disposed::Year * 12 + disposed::Month) - (inService::Year * 12 + inService::Month)
               if monthsIn > lastMonth
                   move true to isDisposed
                   move lastMonth to monthsIn
                   move lastMonth to prevMonths
               end-if
           end-if.
           move accumDepr(cost, salvage, life, meth, prevMonths) to accPrev.
           move accumDepr(cost, salvage, life, meth, monthsIn) to accNow.
           compute charge = accNow - accPrev.
           compute bookVal = cost - accNow.
           add charge to totCharge.
           if isDisposed = true
               move type Convert::ToDouble(assetTab::Rows[indx][8]::ToString()) to proceeds
               compute gainLoss = proceeds - bookVal
               move type String::Format("disposed {0} for {1}, gain/loss {2}",
                   disposed::ToString("yyyy-MM-dd"), proceeds::ToString("F2"), gainLoss::ToString("F2")) to note
               invoke dispMach::Add(mchId)
               invoke dispCost::Add(cost)
               invoke dispAcc::Add(accNow)
               invoke dispProc::Add(proceeds)
               invoke dispGain::Add(gainLoss)
           else
               add cost to totCost
               add accNow to totAcc
               add bookVal to totBook
           end-if.
           display type String::Format("| {0,4} | {1,5} | {2,3} | {3,11} | {4,13} | {5,12} | {6,12} |",
                                       mchId, assetId, meth, cost::ToString("N2"), charge::ToString("N2"), accNow::ToString("N2"), bookVal::ToString("N2")).
           if note::Length > 0
               display "|      " & note
           end-if.
           move schedCsv & period & "," & mchId::ToString() & "," & assetId::ToString() & "," & meth & ","
               & cost::ToString("F2") & "," & salvage::ToString("F2") & "," & life::ToString() & "," & monthsIn::ToString() & ","
               & charge::ToString("F2") & "," & accNow::ToString("F2") & "," & bookVal::ToString("F2") & "," & csvQuote(note)
               & type Environment::NewLine to schedCsv.
      * rows are kept aside and written in one go once the whole register
      * has been figured -- see saveRun
           invoke pendAsset::Add(assetId).
           invoke pendMach::Add(mchId).
           invoke pendCharge::Add(charge).
           invoke pendAcc::Add(accNow).
           invoke pendBook::Add(bookVal).
      * the delete runs on its own connection, so a failed save leaves
      * the month empty rather than half-written -- the next run fills
      * it back in whole
       saveRun.
           move type DateTime::Now to runDate.
           if db::runQuery(type String::Format("DELETE FROM Depreciation WHERE period = '{0}';", period)) = false
               move false to txOk
               exit paragraph
           end-if.
           invoke db::beginTransaction().
           perform varying indx from 0 by 1 until indx >= pendAsset::Count
               invoke ClearAllLists
               invoke coln::Add("period")
               invoke strin::Add(period)
               invoke coln::Add("amount")
               invoke douin::Add(pendCharge[indx])
               invoke coln::Add("accumulated")
               invoke douin::Add(pendAcc[indx])
               invoke coln::Add("bookValue")
               invoke douin::Add(pendBook[indx])
               invoke coln::Add("assetID")
               invoke intin::Add(pendAsset[indx])
               invoke coln::Add("machineID")
               invoke intin::Add(pendMach[indx])
               invoke coln::Add("runDate")
               invoke datin::Add(runDate)
               if db::insert("Depreciation", coln, strin, douin, intin, bolin, datin) = false
                   move false to txOk
               end-if
           end-perform.
           if txOk = true
               invoke db::commitTransaction()
           else
               invoke db::rollbackTransaction()
           end-if.
      * the month's charge is one debit to depreciation expense and one
      * credit to accumulated depreciation. A disposal takes the machine's
      * cost off the asset account and its depreciation off the contra
      * account, puts what it fetched in cash, and the difference is the
      * gain (credit) or loss (debit).
       writeJournal.
           move "Date,JournalRef,Account,AccountName,Description,Debit,Credit" & type Environment::NewLine to csvBody.
           if totCharge > 0
               move type String::Format("Depreciation {0}", period) to glDesc
               move "DEPREXP" to glSrc
               move totCharge to glDr
               move 0 to glCr
               perform addLine
               move "ACCUMDEP" to glSrc
               move 0 to glDr
               move totCharge to glCr
               perform addLine
           end-if.
           perform varying indx from 0 by 1 until indx >= dispMach::Count
               move type String::Format("Disposal of machine {0}", dispMach[indx]) to glDesc
               if dispProc[indx] > 0
                   move "CASH" to glSrc
                   move dispProc[indx] to glDr
                   move 0 to glCr
                   perform addLine
               end-if
               move "ACCUMDEP" to glSrc
               move dispAcc[indx] to glDr
               move 0 to glCr
               perform addLine
               move "FIXEDASSET" to glSrc
               move 0 to glDr
               move dispCost[indx] to glCr
               perform addLine
               move "ASSETGAIN" to glSrc
               if dispGain[indx] >= 0
                   move 0 to glDr
                   move dispGain[indx] to glCr
               else
                   compute glDr = 0 - dispGain[indx]
                   move 0 to glCr
               end-if
               perform addLine
           end-perform.
           if drTotal = 0 and crTotal = 0
               display "Nothing to journal for " & period & "."
               exit paragraph
           end-if.
           try
               move type String::Format("gl_{0}_dep_{1}.csv", period, type DateTime::Now::ToString("yyyyMMddHHmmss")) to fname
               invoke type System.IO.File::WriteAllText(fname, csvBody)
               display type String::Format("Depreciation journal ({0} debits, {1} credits) saved to {2}", drTotal::ToString("F2"), crTotal::ToString("F2"), fname)
           catch ex
               display "| <ERROR: Could not write the depreciation journal.>"
               move 1 to rc
           end-try.
       addLine.
           move db::getEl("GlAccounts", "acctNumber", "sourceType = '" & glSrc & "'") to glNum.
           move db::getEl("GlAccounts", "acctName", "sourceType = '" & glSrc & "'") to glName.
           if glNum = null
               move glSrc to glNum
           end-if.
           if glName = null
               move "" to glName
           end-if.
           move csvBody & entryDate & "," & jref & "," & csvQuote(glNum) & "," & csvQuote(glName) & ","
               & csvQuote(glDesc) & "," & glDr::ToString("F2") & "," & glCr::ToString("F2")
               & type Environment::NewLine to csvBody.
           add glDr to drTotal.
           add glCr to crTotal.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////
      * Depreciation taken on an asset after it has been in service for
      * the given number of months. SL spreads cost less salvage evenly
      * over the life. DDB takes twice the straight-line rate on the book
      * value left each month and switches to straight line over the
      * months remaining once that gives more, so it lands on salvage at
      * the end of the life the same as SL does. Never more than cost
      * less salvage.
       method-id accumDepr final private.
       local-storage section.
           77 base              type Double.
           77 bookVal           type Double.
           77 monthDep          type Double.
           77 slDep             type Double.
           77 m                 type Int32.
       linkage section.
           01 cost              type Double.
           01 salvage           type Double.
           01 life              type Int32.
           01 meth              type String.
           01 months            type Int32.
           01 ret               type Double.
       procedure division using cost, salvage, life, meth, months returning ret.
           move 0 to ret.
           compute base = cost - salvage.
           if months <= 0 or base <= 0 or life <= 0
               goback
           end-if.
           if months >= life
               move base to ret
               goback
           end-if.
           if meth <> "DDB"
               compute ret = base * months / life
               move type Math::Round(ret, 2) to ret
               goback
           end-if.
           move cost to bookVal.
           perform varying m from 1 by 1 until m > months
               compute monthDep = bookVal * 2 / life
               compute slDep = (bookVal - salvage) / (life - m + 1)
               if slDep > monthDep
                   move slDep to monthDep
               end-if
               if monthDep > bookVal - salvage
                   compute monthDep = bookVal - salvage
               end-if
               subtract monthDep from bookVal
           end-perform.
           compute ret = cost - bookVal.
           move type Math::Round(ret, 2) to ret.
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////
      * Budget vs. actual for a month and the year to date through it.
      * Sales are the cashouts plus the card settlements, spend is the
      * Spendings rows by category, both with voided rows left out. The
      * route budget is every Budget row added together (route lines and
      * any per-machine lines); with a machine picked only that machine's
      * lines and actuals count. Variance is actual less budget, so a
      * positive number is good on SALES and bad on a spend line -- the
      * F/U column says which way it went. Months closed in PeriodClose
      * are marked final; anything else may still move.
       method-id statBudget final public.
       local-storage section.
           77 raw               type String.
           77 period            type String.
           77 monStart          type String.
           77 monEnd            type String.
           77 yrStart           type String.
           77 mfilter           type String.
           77 qry               type String.
           77 budTab            type System.Data.DataTable.
           77 actTab            type System.Data.DataTable.
           77 catList           type List[type String].
           77 lineList          type List[type String] value new type List[type String].
           77 indx              type Int32.
           77 jndx              type Int32.
           77 lineCode          type String.
           77 bMon              type Double.
           77 bYtd              type Double.
           77 aMon              type Double.
           77 aYtd              type Double.
           77 netBMon           type Double value 0.
           77 netBYtd           type Double value 0.
           77 netAMon           type Double value 0.
           77 netAYtd           type Double value 0.
           77 isSales           type Boolean.
           77 finalMonths       type Int32 value 0.
           77 mon               type Int32.
           77 monthNo           type Int32.
           77 varMon            type Double.
           77 varYtd            type Double.
           77 pct               type Double.
           77 finalTxt          type String.
           77 monFlag           type String.
           77 ytdFlag           type String.
           77 monPct            type String.
           77 ytdPct            type String.
           77 csvBody           type String.
           77 fname             type String.
           77 ex                type Exception.
       procedure division.
           invoke type Console::Clear().
           invoke seedSpendCategories.
           move type DateTime::Now::AddMonths(-1)::ToString("yyyy-MM") to period.
           display "Month (YYYY-MM), blank for " period ": " no advancing.
           accept raw.
           move raw::Trim() to raw.
           if raw::Length > 0
               try
                   move type DateTime::ParseExact(raw, "yyyy-MM", type System.Globalization.CultureInfo::InvariantCulture)::ToString("yyyy-MM") to period
               catch ex
                   display "| <ERROR: Not a YYYY-MM period, using " period ".>"
               end-try
           end-if.
           move promptMachineFilter() to mfilter.
           move period & "-01" to monStart.
           move type DateTime::ParseExact(monStart, "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture)::AddMonths(1)::ToString("yyyy-MM-dd") to monEnd.
           move period::Substring(0, 4) & "-01-01" to yrStart.

           move db::showAsTable(type String::Format(
               "SELECT lineCode, SUM(CASE WHEN period = '{0}' THEN amount ELSE 0 END), SUM(amount) FROM Budget WHERE period BETWEEN '{1}-01' AND '{0}'{2} GROUP BY lineCode;",
               period, period::Substring(0, 4), mfilter)) to budTab.

      * month and year to date in one pass: the year's rows up to the end
      * of the month, with the month's share split out by a CASE
           move type String::Format(
               "SELECT 'SALES', COALESCE(SUM(mon),0), COALESCE(SUM(ytd),0) FROM (SELECT CASE WHEN date >= '{0}' THEN Ernings ELSE 0 END AS mon, Ernings AS ytd FROM CashOut WHERE date >= '{1}' AND date < '{2}'{3}{4} UNION ALL SELECT CASE WHEN date >= '{0}' THEN grossSales ELSE 0 END, grossSales FROM CardSettle WHERE date >= '{1}' AND date < '{2}'{3}) s " &
               "UNION ALL SELECT UPPER(category), SUM(CASE WHEN date >= '{0}' THEN price ELSE 0 END), SUM(price) FROM Spendings WHERE date >= '{1}' AND date < '{2}'{3}{5} GROUP BY UPPER(category);",
               monStart, yrStart, monEnd, mfilter, voidExclusion("CashOut"), voidExclusion("Spendings")) to qry.
           if db::isArchiveMode() = false and type Convert::ToInt32(period::Substring(0, 4)) <= db::archiveMaxYear()
               display "(spanning the year-end archive and the live tables)"
               move db::showAsTableSpanning(qry) to actTab
           else
               move db::showAsTable(qry) to actTab
           end-if.

      * SALES first, then every category on file, then anything spent
      * under a code that has since left the category list
           invoke lineList::Add("SALES").
           move db::showAsList("SELECT catCode FROM SpendCategories ORDER BY catCode;") to catList.
           if catList <> null
               perform varying indx from 0 by 1 until indx >= catList::Count
                   if lineList::Contains(catList[indx]::ToUpper()) = false
                       invoke lineList::Add(catList[indx]::ToUpper())
                   end-if
               end-perform
           end-if.
           if actTab <> null
               perform varying indx from 0 by 1 until indx >= actTab::Rows::Count
                   if lineList::Contains(actTab::Rows[indx][0]::ToString()) = false
                       invoke lineList::Add(actTab::Rows[indx][0]::ToString())
                   end-if
               end-perform
           end-if.

           move type Convert::ToInt32(period::Substring(5, 2)) to monthNo.
           perform varying mon from 1 by 1 until mon > monthNo
               if isPeriodClosed(type String::Format("{0}-{1:00}", period::Substring(0, 4), mon)) = true
                   add 1 to finalMonths
               end-if
           end-perform.

           display "     ___________________________________________________________________________________________________".
           if isPeriodClosed(period) = true
               move "Y" to finalTxt
               display type String::Format("    / BUDGET VS. ACTUAL  {0}  (FINAL -- period closed)", period)
           else
               move "N" to finalTxt
               display type String::Format("    / BUDGET VS. ACTUAL  {0}  (open -- figures may still change)", period)
           end-if.
           if mfilter::Length > 0
               display "   /  " & mfilter::Replace(" AND machineID = ", "machine ")
           else
               display "   /  whole route"
           end-if.
           display type String::Format("  /   year to date: {0} of {1} month(s) final", finalMonths, monthNo).
           display " |------------------------------------------------------------------------------------------------------".
           display type String::Format(" | {0,-10}|{1,11}{2,11}{3,11}{4,8}{5,3} |{6,11}{7,11}{8,11}{9,8}{10,3}",
                                       "LINE", "MON BUD", "MON ACT", "VAR $", "VAR %", "",
                                       "YTD BUD", "YTD ACT", "VAR $", "VAR %", "").
           display " |------------------------------------------------------------------------------------------------------".
           move "Period,Line,Final,MonthBudget,MonthActual,MonthVar,MonthVarPct,YtdBudget,YtdActual,YtdVar,YtdVarPct" & type Environment::NewLine to csvBody.
           perform varying jndx from 0 by 1 until jndx >= lineList::Count
               move lineList[jndx] to lineCode
               perform pickAmounts
               if lineCode = "SALES"
                   add bMon to netBMon
                   add bYtd to netBYtd
                   add aMon to netAMon
                   add aYtd to netAYtd
                   move true to isSales
               else
                   subtract bMon from netBMon
                   subtract bYtd from netBYtd
                   subtract aMon from netAMon
                   subtract aYtd from netAYtd
                   move false to isSales
               end-if
               perform showLine
           end-perform.
           display " |------------------------------------------------------------------------------------------------------".
           move "NET" to lineCode.
           move netBMon to bMon.
           move netBYtd to bYtd.
           move netAMon to aMon.
           move netAYtd to aYtd.
           move true to isSales.
           perform showLine.
           display " |______________________________________________________________________________________________________".
           display "   F = favorable, U = unfavorable".

           display "Export this report to CSV? (y/N): " no advancing.
           accept raw.
           if raw::Trim()::ToLower() = "y"
               try
                   move type String::Format("budget_{0}.csv", type DateTime::Now::ToString("yyyyMMddHHmmss")) to fname
                   invoke type System.IO.File::WriteAllText(fname, csvBody)
                   display type String::Format("Saved to {0}", fname)
               catch ex
                   display "| <ERROR: Could not write CSV file.>"
               end-try
           end-if.
           display "".
           goback.
       pickAmounts.
           move 0 to bMon bYtd aMon aYtd.
           if budTab <> null
               perform varying indx from 0 by 1 until indx >= budTab::Rows::Count
                   if budTab::Rows[indx][0]::ToString()::ToUpper() = lineCode
                       move type Convert::ToDouble(budTab::Rows[indx][1]::ToString()) to bMon
                       move type Convert::ToDouble(budTab::Rows[indx][2]::ToString()) to bYtd
                   end-if
               end-perform
           end-if.
           if actTab <> null
               perform varying indx from 0 by 1 until indx >= actTab::Rows::Count
                   if actTab::Rows[indx][0]::ToString() = lineCode
                       move type Convert::ToDouble(actTab::Rows[indx][1]::ToString()) to aMon
                       move type Convert::ToDouble(actTab::Rows[indx][2]::ToString()) to aYtd
                   end-if
               end-perform
           end-if.
      * a flag compares actual with budget; NET and SALES are good when
      * over, a spend line is good when under. Nothing budgeted has no
      * percentage to show.
       showLine.
           move "" to monFlag ytdFlag.
           move "n/a" to monPct ytdPct.
           compute varMon = aMon - bMon.
           compute varYtd = aYtd - bYtd.
           if bMon <> 0
               compute pct = varMon / bMon * 100
               move pct::ToString("F1") to monPct
           end-if.
           if bYtd <> 0
               compute pct = varYtd / bYtd * 100
               move pct::ToString("F1") to ytdPct
           end-if.
           if (varMon > 0 and isSales = true) or (varMon < 0 and isSales = false)
               move "F" to monFlag
           end-if.
           if (varMon < 0 and isSales = true) or (varMon > 0 and isSales = false)
               move "U" to monFlag
           end-if.
           if (varYtd > 0 and isSales = true) or (varYtd < 0 and isSales = false)
               move "F" to ytdFlag
           end-if.
           if (varYtd < 0 and isSales = true) or (varYtd > 0 and isSales = false)
               move "U" to ytdFlag
           end-if.
           display type String::Format(" | {0,-10}|{1,11}{2,11}{3,11}{4,8}{5,3} |{6,11}{7,11}{8,11}{9,8}{10,3}",
                                       lineCode,
                                       bMon::ToString("N2"), aMon::ToString("N2"), varMon::ToString("N2"), monPct, monFlag,
                                       bYtd::ToString("N2"), aYtd::ToString("N2"), varYtd::ToString("N2"), ytdPct, ytdFlag).
           move csvBody & period & "," & csvQuote(lineCode) & "," & finalTxt & ","
               & bMon::ToString("F2") & "," & aMon::ToString("F2") & "," & varMon::ToString("F2") & "," & monPct & ","
               & bYtd::ToString("F2") & "," & aYtd::ToString("F2") & "," & varYtd::ToString("F2") & "," & ytdPct
               & type Environment::NewLine to csvBody.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * Promotion lift: cans sold and margin for the flavor on the promo
      * machines during the promotion, against the same machines over the
      * same number of days just before it, and against the machines not
      * on the promotion over the promo days (and their own days before,
      * which shows what the whole route did without any promotion).
      * Cans come from the DEX reads, falling back to cans loaded for a
      * machine with no DEX read in the window, as the PM clock does.
      * Margin is cans times the case price of the day (promo or
      * published) less the average landed cost per can of the flavor's
      * loads over both windows. The promotion paid for itself when its
      * margin beat what the promo machines would have made at the
      * regular price, the baseline moved by the other machines' trend.
      * A promotion still running is measured through yesterday.
       method-id statPromoLift final public.
       local-storage section.
           77 raw               type String.
           77 promoId           type Int32.
           77 info              type System.Data.DataTable.
           77 tabl              type System.Data.DataTable.
           77 indx              type Int32.
           77 promoName         type String.
           77 sodaIdSel         type Int32.
           77 promoPrice        type Double.
           77 stdPrice          type Double.
           77 caseSize          type Int32.
           77 startDate         type DateTime.
           77 measureEnd        type DateTime.
           77 days              type Int32.
           77 negDays           type Int32.
           77 allMachines       type Boolean.
           77 stillLive         type Boolean.
           77 promoFrom         type String.
           77 promoTo           type String.
           77 baseFrom          type String.
           77 carries           type String.
           77 inSet             type String.
           77 outSet            type String.
           77 winFrom           type String.
           77 winTo             type String.
           77 setFilter         type String.
           77 grpMch            type Int32.
           77 grpCans           type Double.
           77 aMch              type Int32.
           77 aCans             type Double.
           77 bMch              type Int32.
           77 bCans             type Double.
           77 cMch              type Int32 value 0.
           77 cCans             type Double value 0.
           77 dMch              type Int32 value 0.
           77 dCans             type Double value 0.
           77 costPerCan        type Double.
           77 sellReg           type Double.
           77 sellPromo         type Double.
           77 aMargin           type Double.
           77 bMargin           type Double.
           77 cMargin           type Double.
           77 dMargin           type Double.
           77 rateA             type Double.
           77 rateC             type Double.
           77 trend             type Double value 1.
           77 expCans           type Double.
           77 expMargin         type Double.
           77 extraMargin       type Double.
           77 giveUp            type Double.
           77 pct               type Double.
           77 liftCans          type String.
           77 liftMargin        type String.
           77 liftOthers        type String.
           77 trendTxt          type String.
           77 verdict           type String.
           77 lineName          type String.
           77 lineMch           type Int32.
           77 lineCans          type Double.
           77 lineMargin        type Double.
           77 lineRate          type Double.
           77 csvBody           type String.
           77 fname             type String.
           77 ex                type Exception.
       procedure division.
           invoke type Console::Clear().
           move db::showAsTable("SELECT promoID, promoName, sodaID, DATE_FORMAT(startDate, '%Y-%m-%d'), DATE_FORMAT(endDate, '%Y-%m-%d') FROM Promotions WHERE startDate < CURDATE() ORDER BY startDate DESC, promoID DESC LIMIT 15;") to tabl.
           if tabl = null or tabl::Rows::Count = 0
               display "No promotion has run yet."
               goback
           end-if.
           perform varying indx from 0 by 1 until indx >= tabl::Rows::Count
               display type String::Format("{0,5}  {1,-30} soda {2,-5} {3} to {4}",
                                           tabl::Rows[indx][0]::ToString(),
                                           tabl::Rows[indx][1]::ToString(),
                                           tabl::Rows[indx][2]::ToString(),
                                           tabl::Rows[indx][3]::ToString(),
                                           tabl::Rows[indx][4]::ToString())
           end-perform.
           try
               display "Promotion ID: " no advancing
               accept raw
               move type Convert::ToInt32(raw::Trim()) to promoId
           catch ex
               display "| <ERROR: Invalid Input Try Again.>"
               goback
           end-try.
           move db::showAsTable(type String::Format(
               "SELECT promoName, sodaID, DATE_FORMAT(startDate, '%Y-%m-%d'), DATE_FORMAT(LEAST(endDate, CURDATE() - INTERVAL 1 DAY), '%Y-%m-%d'), promoPrice, " &
               "(SELECT COUNT(*) FROM PromoMachines WHERE PromoMachines.promoID = Promotions.promoID AND machineID = 0), CASE WHEN endDate >= CURDATE() THEN 1 ELSE 0 END, " &
               "(SELECT GREATEST(caseCount, 1) FROM Sodas WHERE Sodas.SodaID = Promotions.sodaID) FROM Promotions WHERE promoID = {0};",
               promoId::ToString())) to info.
           if info = null or info::Rows::Count = 0
               display "| <ERROR: Unknown promotion ID.>"
               goback
           end-if.
           move info::Rows[0][0]::ToString() to promoName.
           move type Convert::ToInt32(info::Rows[0][1]::ToString()) to sodaIdSel.
           move info::Rows[0][2]::ToString() to promoFrom.
           move type DateTime::ParseExact(promoFrom, "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture) to startDate.
           move type DateTime::ParseExact(info::Rows[0][3]::ToString(), "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture) to measureEnd.
           move type Convert::ToDouble(info::Rows[0][4]::ToString()) to promoPrice.
           if info::Rows[0][5]::ToString() <> "0"
               move true to allMachines
           else
               move false to allMachines
           end-if.
           if info::Rows[0][6]::ToString() = "1"
               move true to stillLive
           else
               move false to stillLive
           end-if.
           if info::Rows[0][7]::ToString()::Length > 0
               move type Convert::ToInt32(info::Rows[0][7]::ToString()) to caseSize
           else
               move 24 to caseSize
           end-if.
           if measureEnd < startDate
               display "That promotion has no finished day to measure yet."
               goback
           end-if.
           move type Convert::ToInt32(db::showAsList(type String::Format(
               "SELECT DATEDIFF('{0}', '{1}') + 1;", measureEnd::ToString("yyyy-MM-dd"), promoFrom))[0]) to days.
           move measureEnd::AddDays(1)::ToString("yyyy-MM-dd") to promoTo.
           compute negDays = 0 - days.
           move startDate::AddDays(negDays)::ToString("yyyy-MM-dd") to baseFrom.
           move type Convert::ToDouble(priceAsOf(sodaIdSel, "stdPrice", promoFrom & " 00:00:00")) to stdPrice.

      * a machine only counts if it sells the flavor at all -- on its
      * planogram, or loaded with it somewhere in the two windows
           move type String::Format(
               " AND (EXISTS (SELECT 1 FROM Planogram WHERE Planogram.machineID = m.machineID AND Planogram.sodaID = {0}) OR EXISTS (SELECT 1 FROM Inventory WHERE Inventory.machineID = m.machineID AND Inventory.sodaID = {0} AND Inventory.date >= '{1}' AND Inventory.date < '{2}'))",
               sodaIdSel::ToString(), baseFrom, promoTo) to carries.
           if allMachines = true
               move carries to inSet
           else
               move " AND m.machineID IN (SELECT machineID FROM PromoMachines WHERE promoID = " & promoId::ToString() & ")" & carries to inSet
               move " AND m.active = 1 AND m.machineID NOT IN (SELECT machineID FROM PromoMachines WHERE promoID = " & promoId::ToString() & ")" & carries to outSet
           end-if.

           move inSet to setFilter.
           move promoFrom to winFrom.
           move promoTo to winTo.
           perform countGroup.
           move grpMch to aMch.
           move grpCans to aCans.
           move baseFrom to winFrom.
           move promoFrom to winTo.
           perform countGroup.
           move grpMch to bMch.
           move grpCans to bCans.
           if allMachines = false
               move outSet to setFilter
               move promoFrom to winFrom
               move promoTo to winTo
               perform countGroup
               move grpMch to cMch
               move grpCans to cCans
               move baseFrom to winFrom
               move promoFrom to winTo
               perform countGroup
               move grpMch to dMch
               move grpCans to dCans
           end-if.
           if aMch = 0
               display "No machine on that promotion sells the flavor -- nothing to measure."
               goback
           end-if.

      * landed cost per can (case price paid plus CRV) over the loads of
      * both windows, or over every load of the flavor if there were none
           move db::showAsList(type String::Format(
               "SELECT COALESCE(SUM(Price + crv) / NULLIF(SUM(cancount), 0), '') FROM Inventory WHERE sodaID = {0} AND date >= '{1}' AND date < '{2}'{3};",
               sodaIdSel::ToString(), baseFrom, promoTo, voidExclusion("Inventory")))[0] to raw.
           if raw::Length = 0
               move db::showAsList(type String::Format(
                   "SELECT COALESCE(SUM(Price + crv) / NULLIF(SUM(cancount), 0), 0) FROM Inventory WHERE sodaID = {0}{1};",
                   sodaIdSel::ToString(), voidExclusion("Inventory")))[0] to raw
           end-if.
           move type Convert::ToDouble(raw) to costPerCan.
           compute sellReg = stdPrice / caseSize.
           compute sellPromo = promoPrice / caseSize.
           compute aMargin = aCans * (sellPromo - costPerCan).
           compute bMargin = bCans * (sellReg - costPerCan).
           compute cMargin = cCans * (sellReg - costPerCan).
           compute dMargin = dCans * (sellReg - costPerCan).

           move "n/a" to liftCans liftMargin liftOthers trendTxt.
           if bCans > 0
               compute pct = (aCans - bCans) / bCans * 100
               move pct::ToString("F1") & "%" to liftCans
           end-if.
           if bMargin <> 0
               compute pct = (aMargin - bMargin) / type Math::Abs(bMargin) * 100
               move pct::ToString("F1") & "%" to liftMargin
           end-if.
           compute rateA = aCans / (aMch * days).
           if cMch > 0
               compute rateC = cCans / (cMch * days)
               if rateC > 0
                   compute pct = (rateA - rateC) / rateC * 100
                   move pct::ToString("F1") & "%" to liftOthers
               end-if
           end-if.
           if dCans > 0
               compute trend = cCans / dCans
               compute pct = (trend - 1) * 100
               move pct::ToString("F1") & "%" to trendTxt
           end-if.
           compute expCans = bCans * trend.
           compute expMargin = expCans * (sellReg - costPerCan).
           compute extraMargin = aMargin - expMargin.
           compute giveUp = aCans * (sellReg - sellPromo).
           if extraMargin >= 0
               move "PAID FOR ITSELF" to verdict
           else
               move "DID NOT PAY FOR ITSELF" to verdict
           end-if.

           display "     __________________________________________________________________________".
           display type String::Format("    / PROMOTION LIFT  #{0}  {1}", promoId, promoName).
           if stillLive = true
               display type String::Format("   /  soda {0}, {1} to {2} ({3} day(s), still running)", sodaIdSel, promoFrom, measureEnd::ToString("yyyy-MM-dd"), days)
           else
               display type String::Format("   /  soda {0}, {1} to {2} ({3} day(s))", sodaIdSel, promoFrom, measureEnd::ToString("yyyy-MM-dd"), days)
           end-if.
           display type String::Format("  /   case price {0} on promo, {1} published; landed cost {2} a can",
                                       promoPrice::ToString("N2"), stdPrice::ToString("N2"), costPerCan::ToString("N4")).
           display type String::Format(" /    baseline {0} to {1}", baseFrom, startDate::AddDays(-1)::ToString("yyyy-MM-dd")).
           display " |-----------------------------------------------------------------------------".
           display type String::Format(" | {0,-34}{1,6}{2,10}{3,14}{4,12}", "GROUP", "MACH", "CANS", "CANS/MCH/DAY", "MARGIN").
           display " |-----------------------------------------------------------------------------".
           move "Group,Machines,Cans,CansPerMachineDay,Margin" & type Environment::NewLine to csvBody.
           move "Promo machines, promo days" to lineName.
           move aMch to lineMch.
           move aCans to lineCans.
           move aMargin to lineMargin.
           perform showGroup.
           move "Promo machines, days before" to lineName.
           move bMch to lineMch.
           move bCans to lineCans.
           move bMargin to lineMargin.
           perform showGroup.
           if allMachines = true
               display " | (whole-route promotion -- no other machines to compare against)"
           else
               move "Other machines, promo days" to lineName
               move cMch to lineMch
               move cCans to lineCans
               move cMargin to lineMargin
               perform showGroup
               move "Other machines, days before" to lineName
               move dMch to lineMch
               move dCans to lineCans
               move dMargin to lineMargin
               perform showGroup
           end-if.
           display " |-----------------------------------------------------------------------------".
           display type String::Format(" | Lift over the days before:      cans {0,8}   margin {1,8}", liftCans, liftMargin).
           display type String::Format(" | Lift over the other machines:   cans per machine-day {0,8}", liftOthers).
           display type String::Format(" | Other machines moved by:       {0,8}", trendTxt).
           display type String::Format(" | Expected without the promo:    {0,10} cans  {1,12} margin", expCans::ToString("N0"), expMargin::ToString("C")).
           display type String::Format(" | Price given up on promo cans:  {0,12}", giveUp::ToString("C")).
           display type String::Format(" | Margin over expected:          {0,12}   {1}", extraMargin::ToString("C"), verdict).
           display " |_____________________________________________________________________________".
           move csvBody & "LiftCansVsBefore," & liftCans & type Environment::NewLine
               & "LiftMarginVsBefore," & liftMargin & type Environment::NewLine
               & "LiftVsOtherMachines," & liftOthers & type Environment::NewLine
               & "OtherMachinesTrend," & trendTxt & type Environment::NewLine
               & "ExpectedCans," & expCans::ToString("F0") & type Environment::NewLine
               & "ExpectedMargin," & expMargin::ToString("F2") & type Environment::NewLine
               & "PriceGivenUp," & giveUp::ToString("F2") & type Environment::NewLine
               & "MarginOverExpected," & extraMargin::ToString("F2") & type Environment::NewLine
               & "Verdict," & verdict & type Environment::NewLine to csvBody.

           display "Export this report to CSV? (y/N): " no advancing.
           accept raw.
           if raw::Trim()::ToLower() = "y"
               try
                   move type String::Format("promolift_{0}_{1}.csv", promoId, type DateTime::Now::ToString("yyyyMMddHHmmss")) to fname
                   invoke type System.IO.File::WriteAllText(fname, csvBody)
                   display type String::Format("Saved to {0}", fname)
               catch ex
                   display "| <ERROR: Could not write CSV file.>"
               end-try
           end-if.
           display "".
           goback.
      * machines in setFilter that sell the flavor, and the cans of it
      * they sold from winFrom up to (not including) winTo
       countGroup.
           move 0 to grpMch.
           move 0 to grpCans.
           move db::showAsTable(type String::Format(
               "SELECT COUNT(*), COALESCE(SUM(cans), 0) FROM (SELECT m.machineID, " &
               "COALESCE((SELECT SUM(d.vends) FROM DexReads d WHERE d.machineID = m.machineID AND d.sodaID = {0} AND d.date >= '{1}' AND d.date < '{2}' HAVING COUNT(*) > 0), " &
               "(SELECT COALESCE(SUM(cancount), 0) FROM Inventory WHERE Inventory.machineID = m.machineID AND Inventory.sodaID = {0} AND Inventory.date >= '{1}' AND Inventory.date < '{2}'{3})) AS cans " &
               "FROM Machines m WHERE 1 = 1{4}) x;",
               sodaIdSel::ToString(), winFrom, winTo, voidExclusion("Inventory"), setFilter)) to tabl.
           if tabl <> null and tabl::Rows::Count > 0
               move type Convert::ToInt32(tabl::Rows[0][0]::ToString()) to grpMch
               move type Convert::ToDouble(tabl::Rows[0][1]::ToString()) to grpCans
           end-if.
       showGroup.
           move 0 to lineRate.
           if lineMch > 0
               compute lineRate = lineCans / (lineMch * days)
           end-if.
           display type String::Format(" | {0,-34}{1,6}{2,10}{3,14}{4,12}",
                                       lineName, lineMch, lineCans::ToString("N0"), lineRate::ToString("N2"), lineMargin::ToString("C")).
           move csvBody & csvQuote(lineName) & "," & lineMch::ToString() & "," & lineCans::ToString("F0") & ","
               & lineRate::ToString("F2") & "," & lineMargin::ToString("F2") & type Environment::NewLine to csvBody.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////
      * Totals what was actually paid out per supplier (case price + CRV on
      * every restock entry) so vendor negotiations run off real numbers
      * instead of the old free-text purchasFrom strings.
       method-id statVendorSpend final public.
       local-storage section.
           77 tabl              type System.Data.DataTable value new type System.Data.DataTable.
           77 indx              pic 9(19).
           77 lim               pic 9(19).
           77 mfilter           type String.
           77 dfilter           type String.
           77 qry               type String.
       procedure division.
           invoke type Console::Clear().
           move promptDateFilter() to dfilter.
           move promptMachineFilter() to mfilter.

           move type String::Format(
               "SELECT vendorName, COUNT(*), SUM(price + Inventory.crv) FROM Inventory INNER JOIN Sodas ON Sodas.SodaID = Inventory.sodaID INNER JOIN Vendors ON Vendors.vendorID = Sodas.vendorID WHERE {1}{0}{2} GROUP BY vendorName ORDER BY SUM(price + Inventory.crv) DESC;",
               mfilter, dfilter, voidExclusion("Inventory")) to qry.
      * a range starting back in an archived year pulls both halves in
      * one pass
           if db::isArchiveMode() = false and rangeStartYear(dfilter) <= db::archiveMaxYear()
               display "(spanning the year-end archive and the live tables)"
               move db::showAsTableSpanning(qry) to tabl
           else
               move db::showAsTable(qry) to tabl
           end-if.

           display type String::Format("{0,-20}{1,12}{2,15}", "Vendor", "Cases", "Spend").
           display "-----------------------------------------------"
           if tabl <> null
               move tabl::Rows::Count to lim
               if lim = 0
                   display "No purchases for this period."
               end-if
               perform varying indx from 0 by 1 until indx >= lim
                   display type String::Format("{0,-20}{1,12}{2,15}",
                                               tabl::Rows[indx][0]::ToString(),
                                               Type Convert::ToDouble(tabl::Rows[indx][1]::ToString())::ToString("N0"),
                                               Type Convert::ToDouble(tabl::Rows[indx][2]::ToString())::ToString("C"))
               end-perform
           end-if.
           invoke exportTableToCsv(tabl, "vendorspend").
           display "".
       end method.
      * ///////////////////////////////////////////////////////////////////////////////
      * Monthly commission statement per host site: CashOut gross for the
      * period (voided rows excluded like every other report) times the
      * site's rate. Each cashout counts at the site its machine sat at
      * that day, so a swap or a move mid-month splits the month between
      * the sites instead of handing it all to wherever the machine is
      * now. One report run replaces the month-end spreadsheet afternoon.
       method-id statCommission final public.
       local-storage section.
           77 tabl              type System.Data.DataTable value new type System.Data.DataTable.
           77 indx              pic 9(19).
           77 lim               pic 9(19).
           77 raw               type String.
           77 period            type String.
           77 qry               type String.
           77 unplaced          type System.Data.DataTable.
           77 ex                type Exception.
       procedure division.
           invoke type Console::Clear().
           invoke seedLocations.
           move type DateTime::Now::AddMonths(-1)::ToString("yyyy-MM") to period.
           display "Statement period (YYYY-MM), blank for " period ": " no advancing.
           accept raw.
           move raw::Trim() to raw.
           if raw::Length > 0
               try
                   move type DateTime::ParseExact(raw, "yyyy-MM", type System.Globalization.CultureInfo::InvariantCulture)::ToString("yyyy-MM") to period
               catch ex
                   display "| <ERROR: Not a YYYY-MM period, using " period ".>"
               end-try
           end-if.

           move type String::Format(
               "SELECT '{0}' AS Period, l.locationID AS SiteID, l.siteName AS Site, GROUP_CONCAT(DISTINCT CashOut.machineID ORDER BY CashOut.machineID) AS Machines, l.commissionRate AS RatePct, SUM(Ernings) AS Gross, (SUM(Ernings) * l.commissionRate / 100) AS AmountOwed FROM CashOut{2} INNER JOIN Locations l ON l.locationID = p.locationID WHERE DATE_FORMAT(CashOut.date, '%Y-%m') = '{0}'{1} AND l.commissionRate > 0 GROUP BY l.locationID, l.siteName, l.commissionRate ORDER BY l.siteName;",
               period, voidExclusion("CashOut"), placedAt("CashOut")) to qry.
      * a statement for an archived year reads the archived cashouts and
      * the live ones in one pass
           if db::isArchiveMode() = false and type Convert::ToInt32(period::Substring(0, 4)) <= db::archiveMaxYear()
               display "(spanning the year-end archive and the live tables)"
               move db::showAsTableSpanning(qry) to tabl
               move db::showAsTableSpanning(type String::Format(
                   "SELECT COALESCE(SUM(Ernings),0) FROM CashOut WHERE DATE_FORMAT(date, '%Y-%m') = '{0}'{1} AND NOT EXISTS (SELECT 1 FROM MachinePlacements p WHERE p.machineID = CashOut.machineID AND CashOut.date >= p.fromDate AND (p.toDate IS NULL OR CashOut.date < p.toDate));",
                   period, voidExclusion("CashOut"))) to unplaced
           else
               move db::showAsTable(qry) to tabl
               move db::showAsTable(type String::Format(
                   "SELECT COALESCE(SUM(Ernings),0) FROM CashOut WHERE DATE_FORMAT(date, '%Y-%m') = '{0}'{1} AND NOT EXISTS (SELECT 1 FROM MachinePlacements p WHERE p.machineID = CashOut.machineID AND CashOut.date >= p.fromDate AND (p.toDate IS NULL OR CashOut.date < p.toDate));",
                   period, voidExclusion("CashOut"))) to unplaced
           end-if.

           if tabl = null or tabl::Rows::Count = 0
               display "No site with a commission rate collected anything."
           else
               move tabl::Rows::Count to lim
               perform varying indx from 0 by 1 until indx >= lim
                   display "     _________________________________________".
                   display type String::Format("    / COMMISSION STATEMENT        {0}", period).
                   display type String::Format("    / {0}",
                                               tabl::Rows[indx][2]::ToString()).
                   display type String::Format("    / Machine(s) {0}",
                                               tabl::Rows[indx][3]::ToString()).
                   display type String::Format("    / Gross collected:   {0}",
                                               Type Convert::ToDouble(tabl::Rows[indx][5]::ToString())::ToString("C")).
                   display type String::Format("    / Commission rate:   {0}%",
                                               Type Convert::ToDouble(tabl::Rows[indx][4]::ToString())::ToString("N2")).
                   display type String::Format("    / AMOUNT OWED:       {0}",
                                               Type Convert::ToDouble(tabl::Rows[indx][6]::ToString())::ToString("C")).
                   display "".
               end-perform
           end-if.
      * cash from a machine that sat nowhere that day is on no statement
           if unplaced <> null and unplaced::Rows::Count > 0 and type Convert::ToDouble(unplaced::Rows[0][0]::ToString()) <> 0
               display type String::Format("*** {0} was collected by machines not placed at any site -- check Maint place. ***",
                                           Type Convert::ToDouble(unplaced::Rows[0][0]::ToString())::ToString("C"))
           end-if.
           invoke exportTableToCsv(tabl, "commission").
           display "".
       end method.
      * ///////////////////////////////////////////////////////////////////////////////
      * A commission check went out -- write it down against the machine
      * so the aging report answers "are we behind with this host" out of
      * the system instead of the shoebox of check stubs. The payee it
      * was made out to rides along for the year-end 1099s.
       method-id newCommissionPay final public.
       local-storage section.
           77 raw               type String.
           77 mchId             type Int32.
           77 amount            type Double.
           77 checkNo           type String.
           77 payDate           type DateTime.
           77 curval            type String.
           77 payeeId           type Int32 value 0.
           77 ex                type Exception.
       procedure division.
           invoke type Console::Clear().
           invoke db::flushPending().
           invoke ClearAllLists.
           display " ______________________________________________".
           display "| InGen Cola                 New Records       |".
           display "|----------------------------------------------|".
           if db::isOffline() = true
               display "| *** OFFLINE -- entries queue locally ***     |"
           end-if.
           try
               invoke listMachines.
               display "| Machine / host location paid: " no advancing.
               accept raw.
               move type Convert::ToInt32(raw) to mchId.
               if validateMachine(mchId) = false
                   if db::checkConnection() = true
                       display "| <ERROR: Not an active machine on file.>"
                       goback
                   end-if
               end-if.
               move db::getEl("Machines", "commissionRate", "machineID = " & mchId::ToString()) to curval.
               if curval <> null and curval::Trim()::Length > 0 and type Convert::ToDouble(curval) = 0
                   display "| That machine carries no commission rate -- record the payment anyway? (y/N): " no advancing
                   accept raw
                   if raw::Trim()::ToLower() <> "y"
                       display "Payment not recorded."
                       goback
                   end-if
               end-if.

      * the check goes to the machine's host payee unless keyed otherwise
      * -- a site that changed hands mid-year pays two payees off one
      * machine, and the 1099s have to follow the checks
               move db::getEl("Machines", "COALESCE(payeeID, 0)", "machineID = " & mchId::ToString()) to curval.
               if curval <> null and curval::Trim()::Length > 0
                   move type Convert::ToInt32(curval) to payeeId
               end-if.
               if payeeId > 0
                   move db::getEl("Payees", "payeeName", "payeeID = " & payeeId::ToString()) to curval
                   display "| Payee [" & payeeId::ToString() & " " & curval & "], blank to keep: " no advancing
               else
                   display "| No payee linked to this machine (Maint payees) -- payee ID, blank for none: " no advancing
               end-if.
               accept raw.
               if raw::Trim()::Length > 0
                   move type Convert::ToInt32(raw::Trim()) to payeeId
                   if db::checkConnection() = true
                      and db::getEl("Payees", "COUNT(*)", "payeeID = " & payeeId::ToString()) = "0"
                       display "| <ERROR: No payee with that ID.>"
                       goback
                   end-if
               end-if.

               display "| Amount paid: " no advancing.
               accept raw.
               move type Convert::ToDouble(raw) to amount.
               if amount <= 0
                   display "| <ERROR: Amount has to be above zero.>"
                   goback
               end-if.

               display "| Check number, blank for cash: " no advancing.
               accept raw.
               move raw::Trim() to checkNo.

               display "| Payment date (YYYY-MM-DD), blank for today: " no advancing.
               accept raw.
               move raw::Trim() to raw.
               if isValidDate(raw) = true
                   move type DateTime::ParseExact(raw, "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture) to payDate
               else
                   move type DateTime::Now to payDate
               end-if.

               invoke coln::Add("operator").
               invoke strin::Add(curOperator).
               invoke coln::Add("checkNo").
               invoke strin::Add(checkNo).
               invoke coln::Add("amount").
               invoke douin::Add(amount).
               invoke coln::Add("machineID").
               invoke intin::Add(mchId).
               if payeeId > 0
                   invoke coln::Add("payeeID")
                   invoke intin::Add(payeeId)
               end-if.
               invoke coln::Add("date").
               invoke datin::Add(payDate).

               if db::insert("CommissionPay", coln, strin, douin, intin, bolin, datin) = true
                   display "Commission payment recorded."
               else
                   display "| <ERROR: Could not save the payment.>"
               end-if
           catch ex
               display "| <ERROR: Invalid Input Try Again.>"
           end-try.
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////
      * Outstanding commission by host location: what each site's
      * statements added up to, what has actually been paid against them,
      * and which months the balance is sitting in -- payments soak up
      * the oldest month first, so only the genuinely unpaid tail shows.
      * Cash and checks both count at the site the machine stood at on
      * their date, the way the monthly statements split a moved machine.
       method-id statCommissionAging final public.
       local-storage section.
           77 sites             type System.Data.DataTable.
           77 months            type System.Data.DataTable.
           77 m                 pic 9(9).
           77 i                 pic 9(9).
           77 siteId            type Int32.
           77 rate              type Double.
           77 earned            type Double.
           77 owed              type Double.
           77 payLeft           type Double.
           77 paid              type Double.
           77 unpaid            type Double.
           77 balance           type Double.
           77 oldest            type String.
           77 qry               type String.
           77 grandBal          type Double value 0.
       procedure division.
           invoke type Console::Clear().
           invoke seedLocations.
           move db::showAsTable("SELECT l.locationID, l.siteName, l.commissionRate, GROUP_CONCAT(DISTINCT p.machineID ORDER BY p.machineID) FROM Locations l INNER JOIN MachinePlacements p ON p.locationID = l.locationID WHERE l.commissionRate > 0 GROUP BY l.locationID, l.siteName, l.commissionRate ORDER BY l.siteName;") to sites.
           if sites = null or sites::Rows::Count = 0
               display "No site with machines carries a commission rate."
               goback
           end-if.
           perform varying m from 0 by 1 until m >= sites::Rows::Count
               move type Convert::ToInt32(sites::Rows[m][0]::ToString()) to siteId
               move type Convert::ToDouble(sites::Rows[m][2]::ToString()) to rate

               move type Convert::ToDouble(db::showAsList(type String::Format(
                   "SELECT COALESCE(SUM(amount),0) FROM CommissionPay{1} WHERE p.locationID = {0};",
                   siteId::ToString(), placedAt("CommissionPay")))[0]) to paid
      * payments are never archived, so the earnings they settle must
      * not lose their archived months either -- span the cashout pair
      * whenever a year-end close has run, or every host reads OVERPAID
               move type String::Format(
                   "SELECT DATE_FORMAT(CashOut.date, '%Y-%m'), SUM(Ernings) FROM CashOut{2} WHERE p.locationID = {0}{1} GROUP BY DATE_FORMAT(CashOut.date, '%Y-%m') ORDER BY 1;",
                   siteId::ToString(), voidExclusion("CashOut"), placedAt("CashOut")) to qry
               if db::isArchiveMode() = false and db::archiveMaxYear() > 0
                   move db::showAsTableSpanning(qry) to months
               else
                   move db::showAsTable(qry) to months
               end-if

               move 0 to earned
               move paid to payLeft
               move "" to oldest
               display "________________________________________________________________"
               display type String::Format("Site {0} {1} (rate {2}%, machine(s) {3})",
                                           siteId::ToString(), sites::Rows[m][1]::ToString(), rate::ToString("N2"),
                                           sites::Rows[m][3]::ToString())
               if months <> null
                   perform varying i from 0 by 1 until i >= months::Rows::Count
                       compute owed = type Convert::ToDouble(months::Rows[i][1]::ToString()) * rate / 100
                       add owed to earned
      * the oldest month soaks the payments up first -- what's left in a
      * month after that is the genuinely unpaid tail
                       if payLeft >= owed
                           subtract owed from payLeft
                       else
                           if payLeft > 0
                               compute unpaid = owed - payLeft
                               move 0 to payLeft
                           else
                               move owed to unpaid
                           end-if
                           if unpaid > 0.005
                               if oldest::Length = 0
                                   move months::Rows[i][0]::ToString() to oldest
                               end-if
                               display type String::Format("    {0}  unpaid {1}",
                                                           months::Rows[i][0]::ToString(), unpaid::ToString("C"))
                           end-if
                       end-if
                   end-perform
               end-if
               compute balance = earned - paid
               if balance < 0
                   display type String::Format("  Earned {0}, paid {1} -- OVERPAID by {2}",
                                               earned::ToString("C"), paid::ToString("C"), type Math::Abs(balance)::ToString("C"))
               else
                   if balance > 0.005
                       display type String::Format("  Earned {0}, paid {1} -- BALANCE DUE {2} (oldest unpaid {3})",
                                                   earned::ToString("C"), paid::ToString("C"), balance::ToString("C"), oldest)
                   else
                       display type String::Format("  Earned {0}, paid {1} -- settled up.",
                                                   earned::ToString("C"), paid::ToString("C"))
                   end-if
               end-if
               add balance to grandBal
           end-perform.
           display "________________________________________________________________".
           display type String::Format("TOTAL UNPAID COMMISSION ACROSS LOCATIONS: {0}", grandBal::ToString("C")).
           display "".
       end method.
      * ///////////////////////////////////////////////////////////////////////////////
      * Case lots expiring inside a chosen window, soonest first, so the
      * Cream Soda in the back room gets rotated out instead of written
      * off next summer.
       method-id statExpiring final public.
       local-storage section.
           77 tabl              type System.Data.DataTable value new type System.Data.DataTable.
           77 indx              pic 9(19).
           77 lim               pic 9(19).
           77 raw               type String.
           77 windowDays        type Int32 value 30.
           77 mfilter           type String.
           77 ex                type Exception.
       procedure division.
           invoke type Console::Clear().
           display "Show lots expiring within how many days, blank for 30: " no advancing.
           accept raw.
           try
               if raw::Trim()::Length > 0
                   move type Convert::ToInt32(raw::Trim()) to windowDays
               end-if
           catch ex
               move 30 to windowDays
           end-try.
           move promptMachineFilter() to mfilter.

           move db::showAsTable(type String::Format(
               "SELECT bestBy, SodaName, machineID, cancount, date FROM Inventory INNER JOIN Sodas ON Sodas.SodaID = Inventory.sodaID WHERE bestBy IS NOT NULL AND bestBy <= ADDDATE(GetDate(), {0}){1}{2} ORDER BY bestBy ASC;",
               windowDays::ToString(), voidExclusion("Inventory"), mfilter)) to tabl.

           display type String::Format("{0,-12}{1,-16}{2,6}{3,8}{4,-12}", "Best-By", "Flavor", "Mach", "Cans", "  Stocked").
           display "------------------------------------------------------"
           if tabl <> null
               move tabl::Rows::Count to lim
               if lim = 0
                   display "Nothing expiring inside that window."
               end-if
               perform varying indx from 0 by 1 until indx >= lim
                   display type String::Format("{0,-12}{1,-16}{2,6}{3,8}{4,-12}",
                                               Type Convert::ToDateTime(tabl::Rows[indx][0]::ToString())::ToString("yyyy-MM-dd"),
                                               tabl::Rows[indx][1]::ToString(),
                                               tabl::Rows[indx][2]::ToString(),
                                               tabl::Rows[indx][3]::ToString(),
                                               "  " & Type Convert::ToDateTime(tabl::Rows[indx][4]::ToString())::ToString("yyyy-MM-dd"))
               end-perform
           end-if.
           invoke exportTableToCsv(tabl, "expiring").
           display "".
       end method.
      * ///////////////////////////////////////////////////////////////////////////////
      * Projects next month's demand per flavor per machine from several
      * months of restock history, corrected by how the same month ran
      * last year (summer sells double), nets off what is on hand per the
      * par variance logic, and prints the cases-to-order figure that
      * actually goes to the vendor.
       method-id statForecast final public.
       local-storage section.
           77 tabl              type System.Data.DataTable value new type System.Data.DataTable.
           77 indx              pic 9(19).
           77 lim               pic 9(19).
           77 raw               type String.
           77 months            type Int32 value 6.
           77 mfilter           type String.
           77 sodaId            type Int32.
           77 mchId             type Int32.
           77 caseSize          type Int32.
           77 histCans          type Double.
           77 histMonths        type Double.
           77 avgMonthly        type Double.
           77 onHand            type Double.
           77 lastYrTarget      type Double.
           77 lastYrAvg         type Double.
           77 seasFactor        type Double.
           77 projected         type Double.
           77 toOrder           type Double.
           77 orderCases        type Int32.
           77 targetDate        type DateTime.
           77 csvBody           type String.
           77 fname             type String.
      * the draft purchase order batch built off the suggestions
           77 dSoda             type List[type Int32] value new type List[type Int32].
           77 dName             type List[type String] value new type List[type String].
           77 dMach             type List[type Int32] value new type List[type Int32].
           77 dCases            type List[type Int32] value new type List[type Int32].
           77 dVendor           type List[type Int32] value new type List[type Int32].
           77 dVenName          type List[type String] value new type List[type String].
           77 d                 pic 9(9).
           77 lineNo            type Int32.
           77 newCases          type Int32.
           77 approved          type Boolean value false.
           77 editing           type Boolean value true.
           77 lineOk            type Boolean.
           77 opened            type Int32 value 0.
           77 skipped           type Int32 value 0.
           77 opencnt           type List[type String].
           77 venRaw            type String.
           77 curval            type String.
           77 pcol              type List[type String].
           77 pstr              type List[type String].
           77 pdou              type List[type Double].
           77 pint              type List[type Int32].
           77 pdat              type List[type DateTime].
           77 pbol              type List[type Boolean].
           77 ex                type Exception.
           77 ex2               type Exception.
       procedure division.
           invoke type Console::Clear().
           display "Months of history to project from, blank for 6: " no advancing.
           accept raw.
           try
               if raw::Trim()::Length > 0
                   move type Convert::ToInt32(raw::Trim()) to months
               end-if
           catch ex
               move 6 to months
           end-try.
           if months < 1
               move 6 to months
           end-if.
           move promptMachineFilter() to mfilter.
           move type DateTime::Now::AddMonths(1) to targetDate.

           move db::showAsTable(type String::Format(
               "SELECT Inventory.sodaID, SodaName, machineID, SUM(cancount), COUNT(DISTINCT DATE_FORMAT(date, '%Y-%m')), caseCount FROM Inventory INNER JOIN Sodas ON Sodas.SodaID = Inventory.sodaID WHERE date > ADDDATE(GetDate(), -{0} * 31){1}{2} GROUP BY Inventory.sodaID, SodaName, machineID, caseCount ORDER BY machineID, SodaName;",
               months::ToString(), voidExclusion("Inventory"), mfilter)) to tabl.

           display type String::Format("Forecast for {0}", targetDate::ToString("MMMM yyyy")).
           display type String::Format("{0,-16}{1,5}{2,9}{3,7}{4,10}{5,9}{6,8}", "Flavor", "Mach", "Avg/Mo", "Seas", "Project", "On Hand", "Order").
           display "----------------------------------------------------------------".
           move "Flavor,Machine,AvgMonthlyCans,SeasonFactor,ProjectedCans,OnHandCans,CansPerCase,CasesToOrder" & type Environment::NewLine to csvBody.
           if tabl = null or tabl::Rows::Count = 0
               display "No restock history to project from."
               goback
           end-if.
           move tabl::Rows::Count to lim.
           perform varying indx from 0 by 1 until indx >= lim
               move type Convert::ToInt32(tabl::Rows[indx][0]::ToString()) to sodaId
               move type Convert::ToInt32(tabl::Rows[indx][2]::ToString()) to mchId
               move type Convert::ToDouble(tabl::Rows[indx][3]::ToString()) to histCans
               move type Convert::ToDouble(tabl::Rows[indx][4]::ToString()) to histMonths
               move type Convert::ToInt32(tabl::Rows[indx][5]::ToString()) to caseSize

               if histMonths < 1
                   move 1 to histMonths
               end-if
               compute avgMonthly = histCans / histMonths

      * on hand the way statParVariance counts it -- restocks less
      * write-offs over the 31-day window
               move onHand31(sodaId, mchId) to onHand

      * seasonality: how the target month ran last year vs. that year's
      * monthly average
               move type Convert::ToDouble(db::showAsList(type String::Format(
                   "SELECT COALESCE(SUM(cancount),0) FROM Inventory WHERE sodaID = {0} AND machineID = {1} AND YEAR(date) = {2} AND MONTH(date) = {3}{4};",
                   sodaId::ToString(), mchId::ToString(), targetDate::AddYears(-1)::Year::ToString(), targetDate::Month::ToString(), voidExclusion("Inventory")))[0]) to lastYrTarget
               move type Convert::ToDouble(db::showAsList(type String::Format(
                   "SELECT COALESCE(SUM(cancount),0) / 12 FROM Inventory WHERE sodaID = {0} AND machineID = {1} AND YEAR(date) = {2}{3};",
                   sodaId::ToString(), mchId::ToString(), targetDate::AddYears(-1)::Year::ToString(), voidExclusion("Inventory")))[0]) to lastYrAvg

               if lastYrAvg > 0 and lastYrTarget > 0
                   compute seasFactor = lastYrTarget / lastYrAvg
               else
                   move 1 to seasFactor
               end-if

               compute projected = avgMonthly * seasFactor
               compute toOrder = projected - onHand
               if toOrder > 0 and caseSize > 0
                   move type Convert::ToInt32(type Math::Ceiling(toOrder / caseSize)) to orderCases
               else
                   move 0 to orderCases
               end-if

      * anything worth ordering goes on the draft PO batch, grouped by
      * the flavor's own vendor -- no more retyping these numbers into
      * the PO screen one flavor at a time
               if orderCases > 0
                   move db::getEl("Sodas", "vendorID", "SodaID = " & sodaId::ToString()) to venRaw
                   if venRaw <> null and venRaw::Trim()::Length > 0
                       invoke dSoda::Add(sodaId)
                       invoke dName::Add(tabl::Rows[indx][1]::ToString())
                       invoke dMach::Add(mchId)
                       invoke dCases::Add(orderCases)
                       invoke dVendor::Add(type Convert::ToInt32(venRaw))
                       move db::getEl("Vendors", "vendorName", "vendorID = " & venRaw::Trim()) to curval
                       if curval = null
                           move "" to curval
                       end-if
                       invoke dVenName::Add(curval)
                   end-if
               end-if

               display type String::Format("{0,-16}{1,5}{2,9}{3,7}{4,10}{5,9}{6,8}",
                                           tabl::Rows[indx][1]::ToString(),
                                           mchId::ToString(),
                                           avgMonthly::ToString("N0"),
                                           seasFactor::ToString("N2"),
                                           projected::ToString("N0"),
                                           onHand::ToString("N0"),
                                           orderCases::ToString())
      * F formats here, not N -- a thousands separator would put a bare
      * comma inside a CSV field
               move csvBody & csvQuote(tabl::Rows[indx][1]::ToString()) & "," & mchId::ToString() & ","
                   & avgMonthly::ToString("F2") & "," & seasFactor::ToString("F2") & ","
                   & projected::ToString("F0") & "," & onHand::ToString("F0") & ","
                   & caseSize::ToString() & "," & orderCases::ToString() & type Environment::NewLine to csvBody
           end-perform.

           display "Export this report to CSV? (y/N): " no advancing.
           accept raw.
           if raw::Trim()::ToLower() = "y"
               try
                   move type String::Format("forecast_{0}.csv", type DateTime::Now::ToString("yyyyMMddHHmmss")) to fname
                   invoke type System.IO.File::WriteAllText(fname, csvBody)
                   display type String::Format("Saved to {0}", fname)
               catch ex
                   display "| <ERROR: Could not write CSV file.>"
               end-try
           end-if.

           if dSoda::Count > 0
               display type String::Format("Turn these {0} suggestion(s) into draft purchase orders? (y/N): ", dSoda::Count::ToString()) no advancing
               accept raw
               if raw::Trim()::ToLower() = "y"
                   move true to editing
                   perform editDraftBatch
                   until editing = false
                   if approved = true
                       perform openDraftPos
                   end-if
               end-if
           end-if.
           display "".
           goback.
      * the batch sits on screen for editing until it's approved or
      * thrown out -- this is where the transposition errors used to
      * creep in, so the numbers stay visible right up to the save
       editDraftBatch.
           display "".
           display "DRAFT PURCHASE ORDERS".
           perform varying d from 0 by 1 until d >= dSoda::Count
               compute lineNo = d + 1
               display type String::Format("  {0,3}) {1,-16} {2,3} case(s) from {3,-18} for machine {4}",
                                           lineNo::ToString(), dName[d], dCases[d]::ToString(), dVenName[d], dMach[d]::ToString())
           end-perform.
           display "Line number to change/drop, (a)pprove the batch, (c)ancel: " no advancing.
           accept raw.
           move raw::Trim()::ToLower() to raw.
           if raw = "a"
               move true to approved
               move false to editing
               exit paragraph
           end-if.
           if raw = "c"
               display "Draft batch thrown out -- nothing ordered."
               move false to approved
               move false to editing
               exit paragraph
           end-if.
           try
               move type Convert::ToInt32(raw) to lineNo
               if lineNo < 1 or lineNo > dSoda::Count
                   display "| <ERROR: No such line.>"
                   exit paragraph
               end-if
               compute d = lineNo - 1
               display type String::Format("Cases for {0} [{1}], 0 to drop the line: ", dName[d], dCases[d]::ToString()) no advancing
               accept raw
               move type Convert::ToInt32(raw::Trim()) to newCases
               if newCases < 1
                   invoke dSoda::RemoveAt(d)
                   invoke dName::RemoveAt(d)
                   invoke dMach::RemoveAt(d)
                   invoke dCases::RemoveAt(d)
                   invoke dVendor::RemoveAt(d)
                   invoke dVenName::RemoveAt(d)
                   display "Line dropped."
                   if dSoda::Count = 0
                       display "Nothing left on the batch."
                       move false to approved
                       move false to editing
                   end-if
               else
                   move newCases to dCases[d]
               end-if
           catch ex2
               display "| <ERROR: Invalid Input Try Again.>"
           end-try.
      * each approved line goes through the same duplicate-open-PO
      * warning the manual screen has before it opens
       openDraftPos.
           perform varying d from 0 by 1 until d >= dSoda::Count
               move db::showAsList(type String::Format(
                   "SELECT COUNT(*) FROM PurchaseOrders WHERE status IN ('OPEN', 'BACKORDER') AND sodaID = {0};",
                   dSoda[d]::ToString())) to opencnt
               move true to lineOk
               if opencnt <> null and opencnt::Count > 0 and opencnt[0] <> "0"
                   display type String::Format("An open purchase order for {0} already exists ({1} open). Order it anyway? (y/N): ", dName[d], opencnt[0]) no advancing
                   accept raw
                   if raw::Trim()::ToLower() <> "y"
                       display "Skipped " dName[d] "."
                       add 1 to skipped
                       move false to lineOk
                   end-if
               end-if
               if lineOk = true
                   perform insertDraftPo
               end-if
           end-perform.
           display type String::Format("Draft batch done: {0} order(s) opened, {1} skipped.", opened::ToString(), skipped::ToString()).
       insertDraftPo.
           move new type List[type String] to pcol.
           move new type List[type String] to pstr.
           move new type List[type Double] to pdou.
           move new type List[type Int32] to pint.
           move new type List[type DateTime] to pdat.
           move new type List[type Boolean] to pbol.
           invoke pcol::Add("operator").
           invoke pstr::Add(curOperator).
           invoke pcol::Add("status").
           invoke pstr::Add("OPEN").
           invoke pcol::Add("sodaID").
           invoke pint::Add(dSoda[d]).
           invoke pcol::Add("vendorID").
           invoke pint::Add(dVendor[d]).
           invoke pcol::Add("cases").
           invoke pint::Add(dCases[d]).
           invoke pcol::Add("machineID").
           invoke pint::Add(dMach[d]).
           invoke pcol::Add("createdDate").
           invoke pdat::Add(type DateTime::Now).
           invoke pcol::Add("expectedDate").
           invoke pdat::Add(type DateTime::Now::AddDays(7)).
           if db::insert("PurchaseOrders", pcol, pstr, pdou, pint, pbol, pdat) = true
               add 1 to opened
               move db::getEl("PurchaseOrders", "MAX(id)", type String::Format("sodaID = {0} AND vendorID = {1} AND machineID = {2}", dSoda[d]::ToString(), dVendor[d]::ToString(), dMach[d]::ToString())) to curval
               if curval <> null and curval::Trim()::Length > 0
                   invoke printPoDocument(type Convert::ToInt32(curval))
               end-if
           else
               display "| <ERROR: Could not open the order for " dName[d] ".>"
               add 1 to skipped
           end-if.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////
      * CRV collected for the state filing, one calendar quarter at a
      * time, per flavor and per machine. Voided rows stay out of the
      * totals the same way they stay out of every other report, and the
      * CSV columns are laid out the way the remittance form reads.
       method-id statCrvQuarter final public.
       local-storage section.
           77 tabl              type System.Data.DataTable value new type System.Data.DataTable.
           77 indx              pic 9(19).
           77 lim               pic 9(19).
           77 raw               type String.
           77 rptYear           type Int32.
           77 rptQtr            type Int32.
           77 crvTotal          type Double value 0.
           77 ex                type Exception.
       procedure division.
           invoke type Console::Clear().
           move type DateTime::Now::Year to rptYear.
           compute rptQtr = (type DateTime::Now::Month + 2) / 3.

           display "Filing year, blank for this year: " no advancing.
           accept raw.
           try
               if raw::Trim()::Length > 0
                   move type Convert::ToInt32(raw::Trim()) to rptYear
               end-if
           catch ex
               display "| <ERROR: Invalid year, using this year.>"
           end-try.

           display "Quarter 1-4, blank for the current quarter: " no advancing.
           accept raw.
           try
               if raw::Trim()::Length > 0
                   move type Convert::ToInt32(raw::Trim()) to rptQtr
               end-if
           catch ex
               display "| <ERROR: Invalid quarter, using the current one.>"
           end-try.
           if rptQtr < 1 or rptQtr > 4
               compute rptQtr = (type DateTime::Now::Month + 2) / 3
           end-if.

           move db::showAsTable(type String::Format(
               "SELECT {0} AS RptYear, {1} AS RptQuarter, machineID AS Machine, SodaName AS Flavor, COUNT(*) AS CaseLots, SUM(cancount) AS Cans, SUM(Inventory.crv) AS CrvDue FROM Inventory INNER JOIN Sodas ON Sodas.SodaID = Inventory.sodaID WHERE YEAR(date) = {0} AND QUARTER(date) = {1}{2} GROUP BY machineID, SodaName ORDER BY machineID, SodaName;",
               rptYear::ToString(), rptQtr::ToString(), voidExclusion("Inventory"))) to tabl.

           display type String::Format("CRV remittance for Q{0} {1}", rptQtr::ToString(), rptYear::ToString()).
           display type String::Format("{0,6}{1,-20}{2,10}{3,10}{4,12}", "Mach", "  Flavor", "Case Lots", "Cans", "CRV Due").
           display "----------------------------------------------------------"
           if tabl <> null
               move tabl::Rows::Count to lim
               if lim = 0
                   display "No CRV collected in this quarter."
               end-if
               perform varying indx from 0 by 1 until indx >= lim
                   display type String::Format("{0,6}{1,-20}{2,10}{3,10}{4,12}",
                                               tabl::Rows[indx][2]::ToString(),
                                               "  " & tabl::Rows[indx][3]::ToString(),
                                               tabl::Rows[indx][4]::ToString(),
                                               Type Convert::ToDouble(tabl::Rows[indx][5]::ToString())::ToString("N0"),
                                               Type Convert::ToDouble(tabl::Rows[indx][6]::ToString())::ToString("C"))
                   add type Convert::ToDouble(tabl::Rows[indx][6]::ToString()) to crvTotal
               end-perform
               display "----------------------------------------------------------"
               display type String::Format("{0,46}{1,12}", "TOTAL CRV DUE", crvTotal::ToString("C"))
           end-if.
           invoke exportTableToCsv(tabl, "crvremit").
           display "".
       end method.
      * ///////////////////////////////////////////////////////////////////////////////
      * Sales tax due for the filing period, one calendar quarter at a
      * time, per site and totalled by tax jurisdiction -- the same shape
      * as the CRV remittance. Vend prices are tax-included, so the
      * taxable share is gross divided by (1 + rate) and the liability is
      * what's left over. A cashout is taxed where the machine sat that
      * day, at that site's rate. Sites with a zero rate (untaxed cities)
      * stay off the filing entirely.
       method-id statTaxQuarter final public.
       local-storage section.
           77 tabl              type System.Data.DataTable value new type System.Data.DataTable.
           77 indx              pic 9(19).
           77 lim               pic 9(19).
           77 raw               type String.
           77 rptYear           type Int32.
           77 rptQtr            type Int32.
           77 taxTotal          type Double value 0.
           77 jurisTotal        type Double value 0.
           77 prevJuris         type String value "".
           77 ex                type Exception.
       procedure division.
           invoke type Console::Clear().
           invoke seedLocations.
           move type DateTime::Now::Year to rptYear.
           compute rptQtr = (type DateTime::Now::Month + 2) / 3.

           display "Filing year, blank for this year: " no advancing.
           accept raw.
           try
               if raw::Trim()::Length > 0
                   move type Convert::ToInt32(raw::Trim()) to rptYear
               end-if
           catch ex
               display "| <ERROR: Invalid year, using this year.>"
           end-try.

           display "Quarter 1-4, blank for the current quarter: " no advancing.
           accept raw.
           try
               if raw::Trim()::Length > 0
                   move type Convert::ToInt32(raw::Trim()) to rptQtr
               end-if
           catch ex
               display "| <ERROR: Invalid quarter, using the current one.>"
           end-try.
           if rptQtr < 1 or rptQtr > 4
               compute rptQtr = (type DateTime::Now::Month + 2) / 3
           end-if.

           move db::showAsTable(type String::Format(
               "SELECT {0} AS RptYear, {1} AS RptQuarter, COALESCE(l.taxJurisdiction, '') AS Jurisdiction, l.siteName AS Site, l.taxRate AS RatePct, SUM(Ernings) AS Gross, (SUM(Ernings) / (1 + l.taxRate / 100)) AS TaxableSales, (SUM(Ernings) - SUM(Ernings) / (1 + l.taxRate / 100)) AS TaxDue FROM CashOut{3} INNER JOIN Locations l ON l.locationID = p.locationID WHERE YEAR(CashOut.date) = {0} AND QUARTER(CashOut.date) = {1}{2} AND l.taxRate > 0 GROUP BY l.taxJurisdiction, l.locationID, l.siteName, l.taxRate ORDER BY Jurisdiction, l.siteName;",
               rptYear::ToString(), rptQtr::ToString(), voidExclusion("CashOut"), placedAt("CashOut"))) to tabl.

           display type String::Format("Sales tax liability for Q{0} {1}", rptQtr::ToString(), rptYear::ToString()).
           display type String::Format("{0,-8}{1,-22}{2,8}{3,12}{4,12}{5,12}", "Juris.", "  Site", "Rate%", "Gross", "Taxable", "Tax Due").
           display "--------------------------------------------------------------------------"
           if tabl = null or tabl::Rows::Count = 0
               display "No taxed site collected anything."
           else
               move tabl::Rows::Count to lim
               move tabl::Rows[0][2]::ToString() to prevJuris
               perform varying indx from 0 by 1 until indx >= lim
                   if tabl::Rows[indx][2]::ToString() <> prevJuris
                       display type String::Format("{0,62}{1,12}", prevJuris & " total", jurisTotal::ToString("C"))
                       move 0 to jurisTotal
                       move tabl::Rows[indx][2]::ToString() to prevJuris
                   end-if
                   display type String::Format("{0,-8}{1,-22}{2,8}{3,12}{4,12}{5,12}",
                                               tabl::Rows[indx][2]::ToString(),
                                               "  " & tabl::Rows[indx][3]::ToString(),
                                               Type Convert::ToDouble(tabl::Rows[indx][4]::ToString())::ToString("N2"),
                                               Type Convert::ToDouble(tabl::Rows[indx][5]::ToString())::ToString("C"),
                                               Type Convert::ToDouble(tabl::Rows[indx][6]::ToString())::ToString("C"),
                                               Type Convert::ToDouble(tabl::Rows[indx][7]::ToString())::ToString("C"))
                   add type Convert::ToDouble(tabl::Rows[indx][7]::ToString()) to taxTotal
                   add type Convert::ToDouble(tabl::Rows[indx][7]::ToString()) to jurisTotal
               end-perform
               display type String::Format("{0,62}{1,12}", prevJuris & " total", jurisTotal::ToString("C"))
               display "--------------------------------------------------------------------------"
               display type String::Format("{0,62}{1,12}", "TOTAL TAX DUE", taxTotal::ToString("C"))
           end-if.
           invoke exportTableToCsv(tabl, "taxliability").
           display "".
       end method.
      * ///////////////////////////////////////////////////////////////////////////////
      * Sales by host site for a date range: cash collected, card sales,
      * cans loaded and what they sell for, each counted at the site the
      * machine sat at on the day -- a site keeps its history through any
      * number of machine swaps, and a machine that moved shows up under
      * both addresses for its time at each.
       method-id statLocationSales final public.
       local-storage section.
           77 tabl              type System.Data.DataTable.
           77 indx              pic 9(19).
           77 lim               pic 9(19).
           77 dfilter           type String.
           77 qry               type String.
           77 totCash           type Double value 0.
           77 totCard           type Double value 0.
           77 totSales          type Double value 0.
       procedure division.
           invoke type Console::Clear().
           invoke seedLocations.
           move promptDateFilter() to dfilter.

           move type String::Format(
               "SELECT Site, Jurisdiction, Cash, Card, Cans, Sales FROM (SELECT l.siteName AS Site, COALESCE(l.taxJurisdiction, '') AS Jurisdiction, " &
               "(SELECT COALESCE(SUM(Ernings),0) FROM CashOut{1} WHERE p.locationID = l.locationID AND {0}{2}) AS Cash, " &
               "(SELECT COALESCE(SUM(grossSales),0) FROM CardSettle{3} WHERE p.locationID = l.locationID AND {0}) AS Card, " &
               "(SELECT COALESCE(SUM(cancount),0) FROM Inventory{4} WHERE p.locationID = l.locationID AND {0}{5}) AS Cans, " &
               "(SELECT COALESCE(SUM(worth),0) FROM Inventory{4} WHERE p.locationID = l.locationID AND {0}{5}) AS Sales " &
               "FROM Locations l) bysite WHERE Cash <> 0 OR Card <> 0 OR Cans <> 0 ORDER BY (Cash + Card) DESC;",
               dfilter, placedAt("CashOut"), voidExclusion("CashOut"), placedAt("CardSettle"), placedAt("Inventory"), voidExclusion("Inventory")) to qry.
           if db::isArchiveMode() = false and rangeStartYear(dfilter) <= db::archiveMaxYear()
               display "(spanning the year-end archive and the live tables)"
               move db::showAsTableSpanning(qry) to tabl
           else
               move db::showAsTable(qry) to tabl
           end-if.

           display "SALES BY SITE".
           display type String::Format("{0,-26}{1,-10}{2,12}{3,12}{4,8}{5,12}", "Site", "Juris.", "Cash", "Card", "Cans", "Sales").
           display "--------------------------------------------------------------------------------".
           if tabl = null or tabl::Rows::Count = 0
               display "Nothing collected or loaded at any site in that range."
               goback
           end-if.
           move tabl::Rows::Count to lim.
           perform varying indx from 0 by 1 until indx >= lim
               display type String::Format("{0,-26}{1,-10}{2,12}{3,12}{4,8}{5,12}",
                                           tabl::Rows[indx][0]::ToString(),
                                           tabl::Rows[indx][1]::ToString(),
                                           Type Convert::ToDouble(tabl::Rows[indx][2]::ToString())::ToString("N2"),
                                           Type Convert::ToDouble(tabl::Rows[indx][3]::ToString())::ToString("N2"),
                                           Type Convert::ToDouble(tabl::Rows[indx][4]::ToString())::ToString("N0"),
                                           Type Convert::ToDouble(tabl::Rows[indx][5]::ToString())::ToString("N2"))
               add type Convert::ToDouble(tabl::Rows[indx][2]::ToString()) to totCash
               add type Convert::ToDouble(tabl::Rows[indx][3]::ToString()) to totCard
               add type Convert::ToDouble(tabl::Rows[indx][5]::ToString()) to totSales
           end-perform.
           display "--------------------------------------------------------------------------------".
           display type String::Format("{0,-36}{1,12}{2,12}{3,8}{4,12}", "ALL SITES", totCash::ToString("N2"), totCard::ToString("N2"), "", totSales::ToString("N2")).
           invoke exportTableToCsv(tabl, "sitesales").
           display "".
       end method.
      * ///////////////////////////////////////////////////////////////////////////////
       method-id statParVariance final public.
       local-storage section.
           77 tabl              type System.Data.DataTable value new type System.Data.DataTable.
           77 indx              pic 9(19).
           77 lim               pic 9(19).
           77 raw               type String.
           77 mfilter           type String.
           77 wofilter          type String.
           77 adjfilter         type String.
       procedure division.
           invoke type Console::Clear().
           move promptMachineFilter() to mfilter.
      * the write-off and adjustment subqueries see the same machine
      * filter, aliased to their own tables
           move mfilter::Replace(" AND machineID", " AND w.machineID") to wofilter.
           move mfilter::Replace(" AND machineID", " AND a.machineID") to adjfilter.

      * on hand is restocks less write-offs plus cycle count adjustments
      * over the 31-day window, the same arithmetic as onHand31
           move type String::Format(
               "SELECT SodaName, parLevel, (COALESCE(SUM(cancount),0) - COALESCE((SELECT SUM(w.cancount) FROM WriteOffs w WHERE w.sodaID = Sodas.SodaID AND w.date > ADDDATE(GetDate(), -31){2}),0) + COALESCE((SELECT SUM(a.cancount) FROM StockAdjust a WHERE a.sodaID = Sodas.SodaID AND a.date > ADDDATE(GetDate(), -31){3}),0)), (COALESCE(SUM(cancount),0) - COALESCE((SELECT SUM(w.cancount) FROM WriteOffs w WHERE w.sodaID = Sodas.SodaID AND w.date > ADDDATE(GetDate(), -31){2}),0) + COALESCE((SELECT SUM(a.cancount) FROM StockAdjust a WHERE a.sodaID = Sodas.SodaID AND a.date > ADDDATE(GetDate(), -31){3}),0) - parLevel) FROM Sodas LEFT JOIN Inventory ON Inventory.SodaID = Sodas.SodaID AND Inventory.date > ADDDATE(GetDate(), -31){0}{1} GROUP BY Sodas.SodaID, SodaName, parLevel ORDER BY 4 ASC;",
               voidExclusion("Inventory"), mfilter, wofilter, adjfilter)
               to raw.
           move db::showAsTable(raw) to tabl.

           display type String::Format("{0,15}{1,12}{2,12}{3,12}", "Name", "Par Level", "On Hand", "Variance").
           display "------------------------------------------------------------"
           if tabl <> null
               move tabl::Rows::Count to lim
               perform varying indx from 0 by 1 until indx >= lim
                   display type String::Format("{0,15}{1,12}{2,12}{3,12}",
                                               tabl::Rows[indx][0]::ToString(),
                                               Type Convert::ToDouble(tabl::Rows[indx][1]::ToString())::ToString("N0"),
                                               Type Convert::ToDouble(tabl::Rows[indx][2]::ToString())::ToString("N0"),
                                               Type Convert::ToDouble(tabl::Rows[indx][3]::ToString())::ToString("N0"))
               end-perform
           end-if.
           invoke exportTableToCsv(tabl, "parvariance").

           if tabl <> null and tabl::Rows::Count > 0
               display "Create a purchase order from these results? (y/N): " no advancing
               accept raw
               perform until raw::Trim()::ToLower() <> "y"
                   invoke newPurchaseOrder
                   display "Create another purchase order? (y/N): " no advancing
                   accept raw
               end-perform
           end-if.
           display "".
       end method.
      * ///////////////////////////////////////////////////////////////////////////////
       method-id statNet final public.
       local-storage section.
           77 tabl              type System.Data.DataTable value new type System.Data.DataTable.
           77 indx              pic 9(19).
           77 subindx           pic 9(19).
           77 rowlim            pic 9(19).
           77 mfilter           type String.
           77 dfilter           type String.
       procedure division.
           invoke type Console::Clear().
           move promptDateFilter() to dfilter.
           move promptMachineFilter() to mfilter.
           move db::showAsTable(type String::Format
           ("SELECT SodaName, (Price + Inventory.crv), cancount, ((Price + Inventory.crv) / cancount), Worth, (Worth - (Price + Inventory.crv)) FROM Inventory INNER JOIN Sodas ON Sodas.SodaID = Inventory.sodaID WHERE {1}{0}{2} ORDER BY Inventory.id DESC;", mfilter, dfilter, voidExclusion("Inventory")))
           to tabl.
           
           perform varying indx from 0 by 1 until indx >= tabl::Rows::Count
               display "___________________________________________________________________________________________"
               display "    NAME      |    COSTS     |  # OF CANS   | PRICE PER CAN |   SALES       |      NET     "
               display "-------------------------------------------------------------------------------------------"
               
               if indx + 19 < tabl::Rows::Count
                   move 20 to rowlim
               else
                   compute rowlim = tabl::Rows::Count - 1
               end-if
               
               perform varying subindx from 0 by 1 until subindx >= rowlim
                   display type String::Format("{0,14}{1,15}{2,15}{3,16}{4,16}{5,16}", 
                                           tabl::Rows[subindx][0]::ToString(),
                                           Type Convert::ToDouble(tabl::Rows[subindx][1]::ToString())::ToString("C"),
                                           Type Convert::ToDouble( tabl::Rows[subindx][2]::ToString())::ToString("N0"), 
                                           Type Convert::ToDouble( tabl::Rows[subindx][3]::ToString())::ToString("C"),
                                           Type Convert::ToDouble( tabl::Rows[subindx][4]::ToString())::ToString("C"),
                                           Type Convert::ToDouble( tabl::Rows[subindx][5]::ToString())::ToString("C"))
               end-perform
               add rowlim to indx
           end-perform.
           invoke exportTableToCsv(tabl, "net").
           display "".
       end method.
      * //////////////////////////////////////////////////////////////////////////////////////////////////////
       method-id statAdd final public
       local-storage section.
           77 spending          type List[type String] value new type List[type String].
           77 ern               type Double value 0.
           77 mfilter           type String.
           77 dfilter           type String.
       procedure division.
           invoke type Console::Clear().
           move promptDateFilter() to dfilter.
           move promptMachineFilter() to mfilter.
           move db::showAsList(type String::Format("SELECT ernings FROM CashOut WHERE {1}{0}{2};", mfilter, dfilter, voidExclusion("CashOut"))) to spending.
           move getSum(spending) to ern.
           display "     _________________________________".
           display type String::Format("    / Average Grose: {0}", (ern::ToString("C"))).
       end method.
      * /////////////////////////////////////////////////////////////////////////////////////////////////////////////
       method-id statAvgg final public
       local-storage section.
           77 spending          type List[type String] value new type List[type String].
           77 ern               type Double value 0.
           77 mfilter           type String.
           77 dfilter           type String.
       procedure division.
           invoke type Console::Clear().
           move promptDateFilter() to dfilter.
           move promptMachineFilter() to mfilter.
           move db::showAsList(type String::Format("SELECT ernings FROM CashOut WHERE {1}{0}{2};", mfilter, dfilter, voidExclusion("CashOut"))) to spending.
           display "     _________________________________".
           if spending = null or spending::Count = 0
               display "    / No records for this period"
           else
               move getAvg(spending) to ern
               display type String::Format("    / Average Grose: {0}", (ern::ToString("C")))
           end-if.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////////
       method-id statAvgn final public
       local-storage section.
           77 spending           type List[type String] value new type List[type String].
           77 earnings           type List[type String] value new type List[type String].
           77 ern                type Double value 0.
           77 spn                type Double value 0.
           77 ex                type Exception.
           77 idx                pic 9(13) value 0.
           77 mfilter            type String.
           77 dfilter            type String.
       procedure division.
           invoke type Console::Clear().
           move promptDateFilter() to dfilter.
           move promptMachineFilter() to mfilter.
           move db::showAsList(type String::Format("SELECT price From Spendings WHERE {1}{0}{2};", mfilter, dfilter, voidExclusion("Spendings"))) to spending.
           move db::showAsList(type String::Format("SELECT ernings FROM CashOut WHERE {1}{0}{2};", mfilter, dfilter, voidExclusion("CashOut"))) to earnings.
           move getSum(earnings) to ern.
           move getSum(spending) to spn.
           display "     _________________________________".
           if (spending::Count + earnings::Count) = 0
               display "    / No records for this period"
           else
               compute ern = (ern + spn) / ((spending::Count + earnings::Count) / 2)
               display type String::Format("    / Current Net Profets: {0}", (ern::ToString("C")))
           end-if.
       end method.
      * ////////////////////////////////////////////////////////////////////////////////////////////////////////////////
       method-id statAvgs final public
       local-storage section.
           77 spending          type List[type String] value new type List[type String].
           77 ern               type Double value 0.
           77 mfilter           type String.
           77 dfilter           type String.
       procedure division.
           invoke type Console::Clear().
           move promptDateFilter() to dfilter.
           move promptMachineFilter() to mfilter.
           move db::showAsList(type String::Format("SELECT price From Spendings WHERE {1}{0}{2};", mfilter, dfilter, voidExclusion("Spendings"))) to spending.
           display "     _________________________________".
           if spending = null or spending::Count = 0
               display "    / No records for this period"
           else
               move getAvg(spending) to ern
               display type String::Format("    / Average Grose: {0}", (ern::ToString("C")))
           end-if.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////////
       method-id statSum final public
       local-storage section.
           77 spending           type List[type String] value new type List[type String].
           77 earnings           type List[type String] value new type List[type String].
           77 ern                type Double value 0.
           77 spn                type Double value 0.
           77 mfilter            type String.
           77 dfilter            type String.
       procedure division.
           invoke type Console::Clear().
           move promptDateFilter() to dfilter.
           move promptMachineFilter() to mfilter.
           move db::showAsList(type String::Format("SELECT price From Spendings WHERE {1}{0}{2};", mfilter, dfilter, voidExclusion("Spendings"))) to spending.
           move db::showAsList(type String::Format("SELECT ernings FROM CashOut WHERE {1}{0}{2};", mfilter, dfilter, voidExclusion("CashOut"))) to earnings.
           move getSum(earnings) to ern.
           move getSum(spending) to spn.
           subtract spn from ern giving ern.
           display "     _________________________________".
           display type String::Format("    / Current Total Profets:  {0}", (ern::ToString("C"))).
       end method.
      * /////////////////////////////////////////////////////////////////////////////////////////////////////////////
        method-id statWeek final public
        local-storage section.
           77 tb                   type System.Data.DataTable value new System.Data.DataTable.
           77 idx                  pic 9(13).
           77 mfilter              type String.
           77 dfilter              type String.
        procedure division.
           invoke type Console::Clear().
           move promptDateFilter() to dfilter.
           move promptMachineFilter() to mfilter.
           move db::showAsTable(type String::Format("select SUM(cancount), SUM(worth) FROM Inventory WHERE {1}{0}{2} GROUP BY date;", mfilter, dfilter, voidExclusion("Inventory"))) to tb.
           if tb <> null
               perform varying idx from 0 by 1 until idx is greater than or equal to tb::Rows::Count
                   display type String::Format("Total Number of cans: {0,-10}", tb::Rows[idx][0]::ToString())
                   display type String::Format("Estimated profets:    ${0,-10}", tb::Rows[idx][1]::ToString())
                   display ""
               end-perform
           end-if.
           invoke exportTableToCsv(tb, "weekest").
        end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * Month-over-month / year-over-year trend: buckets CashOut and
      * Spendings by calendar period and shows the net swing from one
      * period to the next.
       method-id statTrend final public.
       local-storage section.
           77 raw            type String.
           77 fmt            type String.
           77 tabl           type System.Data.DataTable.
           77 indx           pic 9(9).
           77 lim            pic 9(9).
           77 cash           type Double.
           77 spend          type Double.
           77 net            type Double.
           77 prevNet        type Double.
           77 delta          type Double.
           77 haveprev       type Boolean value false.
           77 mfilter        type String.
       procedure division.
           invoke type Console::Clear().
           display "Trend by (m)onth or (y)ear, blank for month: " no advancing.
           accept raw.
           move raw::Trim()::ToLower() to raw.
           if raw = "y" or raw = "year"
               move "%Y" to fmt
           else
               move "%Y-%m" to fmt
           end-if.
           move promptMachineFilter() to mfilter.

           move type String::Format(
               "SELECT p.period, COALESCE(c.total,0), COALESCE(s.total,0), (COALESCE(c.total,0) - COALESCE(s.total,0)) FROM ((SELECT DISTINCT DATE_FORMAT(date, '{0}') AS period FROM CashOut WHERE 1=1{1}{3}) UNION (SELECT DISTINCT DATE_FORMAT(date, '{0}') AS period FROM Spendings WHERE 1=1{2}{3})) p LEFT JOIN (SELECT DATE_FORMAT(date, '{0}') period, SUM(Ernings) total FROM CashOut WHERE 1=1{1}{3} GROUP BY period) c ON c.period = p.period LEFT JOIN (SELECT DATE_FORMAT(date, '{0}') period, SUM(price) total FROM Spendings WHERE 1=1{2}{3} GROUP BY period) s ON s.period = p.period ORDER BY p.period;",
               fmt, voidExclusion("CashOut"), voidExclusion("Spendings"), mfilter)
               to raw.
      * the trend runs the whole history, so once anything sits in the
      * archive the live tables alone would only show the stub years --
      * span the pair in one pass instead of stapling two CSVs together
           if db::isArchiveMode() = false and db::archiveMaxYear() > 0
               display "(spanning the year-end archive and the live tables)"
               move db::showAsTableSpanning(raw) to tabl
           else
               move db::showAsTable(raw) to tabl
           end-if.

           display "     _______________________________________________________".
           display type String::Format("    / {0,-10}{1,12}{2,12}{3,12}{4,14}", "Period", "Cash", "Spendings", "Net", "Change").
           if tabl <> null
               move tabl::Rows::Count to lim
               perform varying indx from 0 by 1 until indx >= lim
                   move type Convert::ToDouble(tabl::Rows[indx][1]::ToString()) to cash
                   move type Convert::ToDouble(tabl::Rows[indx][2]::ToString()) to spend
                   move type Convert::ToDouble(tabl::Rows[indx][3]::ToString()) to net
                   if haveprev = true
                       compute delta = net - prevNet
                       display type String::Format("    / {0,-10}{1,12}{2,12}{3,12}{4,14}",
                                                   tabl::Rows[indx][0]::ToString(),
                                                   cash::ToString("C"), spend::ToString("C"), net::ToString("C"),
                                                   delta::ToString("C"))
                   else
                       display type String::Format("    / {0,-10}{1,12}{2,12}{3,12}{4,14}",
                                                   tabl::Rows[indx][0]::ToString(),
                                                   cash::ToString("C"), spend::ToString("C"), net::ToString("C"), "n/a")
                   end-if
                   move net to prevNet
                   move true to haveprev
               end-perform
           end-if.
           invoke exportTableToCsv(tabl, "trend").
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * Change fund audit: for every machine with a float and every
      * driver who has carried one, what it should be holding by the
      * ledger against what it was last counted at -- and how far off
      * that count was from the ledger when it was taken. The office
      * safe is the other side of every issue and return and is not
      * listed.
       method-id statFloatAudit final public.
       local-storage section.
           77 raw               type String.
           77 tabl              type System.Data.DataTable.
           77 drivers           type List[type String].
           77 book              type List[type String].
           77 indx              type Int32.
           77 mchId             type Int32.
           77 par               type Double.
           77 bookAmt           type Double.
           77 vsPar             type Double.
           77 lastTxt           type String.
           77 varTxt            type String.
           77 totMch            type Double value 0.
           77 totDrv            type Double value 0.
           77 csvBody           type String.
           77 fname             type String.
           77 ex                type Exception.
       procedure division.
           invoke type Console::Clear().
           move "Holder,Par,ShouldHold,LastCount,CountedOn,CountOverShort" & type Environment::NewLine to csvBody.
           move db::showAsTable("SELECT m.machineID, COALESCE(f.parAmount, 0) FROM Machines m LEFT JOIN MachineFloats f ON f.machineID = m.machineID " &
               "WHERE f.machineID IS NOT NULL OR EXISTS (SELECT 1 FROM FloatMoves WHERE FloatMoves.machineID = m.machineID) ORDER BY m.machineID;") to tabl.
           display "     __________________________________________________________________________".
           display "    / CHANGE FUND AUDIT -- machines".
           display " |-----------------------------------------------------------------------------".
           display type String::Format(" | {0,6}{1,11}{2,13}{3,11}  {4,-11}{5,11}{6,11}", "MACH", "PAR", "SHOULD HOLD", "COUNTED", "ON", "OVER/SHORT", "VS PAR").
           display " |-----------------------------------------------------------------------------".
           if tabl <> null
               perform varying indx from 0 by 1 until indx >= tabl::Rows::Count
                   move type Convert::ToInt32(tabl::Rows[indx][0]::ToString()) to mchId
                   move type Convert::ToDouble(tabl::Rows[indx][1]::ToString()) to par
                   move floatStatus(mchId, "") to book
                   move type Convert::ToDouble(book[0]) to bookAmt
                   add bookAmt to totMch
                   compute vsPar = bookAmt - par
                   perform pickCount
                   display type String::Format(" | {0,6}{1,11}{2,13}{3,11}  {4,-11}{5,11}{6,11}",
                                               mchId, par::ToString("N2"), bookAmt::ToString("N2"), lastTxt, book[2], varTxt, vsPar::ToString("N2"))
                   move csvBody & "Machine " & mchId::ToString() & "," & par::ToString("F2") & "," & book[0] & "," & book[1] & "," & book[2] & "," & book[3] & type Environment::NewLine to csvBody
               end-perform
           end-if.
           display " |-----------------------------------------------------------------------------".
           display type String::Format(" | {0,-17}{1,13}", "IN CHANGERS", totMch::ToString("N2")).
           display "".
           move db::showAsList("SELECT DISTINCT driver FROM FloatMoves WHERE driver IS NOT NULL AND (moveType IN ('ISSUE', 'RETURN') OR (moveType IN ('LOAD', 'PULL') AND viaBag = 0) OR (moveType = 'COUNT' AND machineID = 0)) ORDER BY driver;") to drivers.
           display "    / CHANGE FUND AUDIT -- drivers".
           display " |-----------------------------------------------------------------------------".
           display type String::Format(" | {0,-17}{1,13}{2,11}  {3,-11}{4,11}", "DRIVER", "SHOULD HOLD", "COUNTED", "ON", "OVER/SHORT").
           display " |-----------------------------------------------------------------------------".
           if drivers <> null
               perform varying indx from 0 by 1 until indx >= drivers::Count
                   move floatStatus(0, drivers[indx]) to book
                   move type Convert::ToDouble(book[0]) to bookAmt
                   add bookAmt to totDrv
                   perform pickCount
                   display type String::Format(" | {0,-17}{1,13}{2,11}  {3,-11}{4,11}",
                                               drivers[indx], bookAmt::ToString("N2"), lastTxt, book[2], varTxt)
                   move csvBody & csvQuote(drivers[indx]) & ",," & book[0] & "," & book[1] & "," & book[2] & "," & book[3] & type Environment::NewLine to csvBody
               end-perform
           end-if.
           display " |-----------------------------------------------------------------------------".
           display type String::Format(" | {0,-17}{1,13}", "WITH DRIVERS", totDrv::ToString("N2")).
           display " |_____________________________________________________________________________".
           display "   OVER/SHORT is the last count against the ledger when it was taken".

           display "Export this report to CSV? (y/N): " no advancing.
           accept raw.
           if raw::Trim()::ToLower() = "y"
               try
                   move type String::Format("floataudit_{0}.csv", type DateTime::Now::ToString("yyyyMMddHHmmss")) to fname
                   invoke type System.IO.File::WriteAllText(fname, csvBody)
                   display type String::Format("Saved to {0}", fname)
               catch ex
                   display "| <ERROR: Could not write CSV file.>"
               end-try
           end-if.
           display "".
           goback.
       pickCount.
           if book[1]::Length = 0
               move "never" to lastTxt
           else
               move type Convert::ToDouble(book[1])::ToString("N2") to lastTxt
           end-if.
           if book[3]::Length = 0
               move "opening" to varTxt
               if book[1]::Length = 0
                   move "" to varTxt
               end-if
           else
               move type Convert::ToDouble(book[3])::ToString("N2") to varTxt
           end-if.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * End-of-day/end-of-week reconciliation: cross-checks cash actually
      * collected (CashOut) against expected sales value (Inventory worth)
      * net of restocking cost (Spendings), and flags anything outside
      * tolerance instead of leaving it for someone to notice at audit time.
       method-id statReconcile final public.
       local-storage section.
           77 raw            type String.
           77 dclause        type String.
           77 cashSum        type Double value 0.
           77 spendSum       type Double value 0.
           77 worthSum       type Double value 0.
           77 variance       type Double value 0.
           77 tol            type Double value 5.
           77 coinSum        type Double value 0.
           77 billSum        type Double value 0.
           77 floatSum       type Double value 0.
           77 refundSum      type Double value 0.
           77 cardSum        type Double value 0.
           77 feeSum         type Double value 0.
           77 mfilter        type String.
       procedure division.
           invoke type Console::Clear().
           if isSupervisor() = false
               display "| <ERROR: Supervisor login required for the reconcile close-out.>"
               goback
           end-if.
           display "Reconcile over (d)ay or (w)eek, blank for day: " no advancing.
           accept raw.
           move raw::Trim()::ToLower() to raw.
           if raw = "w" or raw = "week"
               move "date > ADDDATE(GetDate(), -7)" to dclause
           else
               move "date >= CAST(GetDate() AS DATE)" to dclause
           end-if.
           move promptMachineFilter() to mfilter.

           move type Convert::ToDouble(db::showAsList(type String::Format("SELECT COALESCE(SUM(Ernings),0) FROM CashOut WHERE {0}{1}{2};", dclause, voidExclusion("CashOut"), mfilter))[0]) to cashSum.
           move type Convert::ToDouble(db::showAsList(type String::Format("SELECT COALESCE(SUM(price),0) FROM Spendings WHERE {0}{1}{2};", dclause, voidExclusion("Spendings"), mfilter))[0]) to spendSum.
           move type Convert::ToDouble(db::showAsList(type String::Format("SELECT COALESCE(SUM(worth),0) FROM Inventory WHERE {0}{1}{2};", dclause, voidExclusion("Inventory"), mfilter))[0]) to worthSum.
      * coin/bill split off the denomination counts -- old rows from
      * before the counts were kept just show as zero
           move type Convert::ToDouble(db::showAsList(type String::Format("SELECT COALESCE(SUM(coinTotal),0) FROM CashOut WHERE {0}{1}{2};", dclause, voidExclusion("CashOut"), mfilter))[0]) to coinSum.
           move type Convert::ToDouble(db::showAsList(type String::Format("SELECT COALESCE(SUM(billTotal),0) FROM CashOut WHERE {0}{1}{2};", dclause, voidExclusion("CashOut"), mfilter))[0]) to billSum.
      * the coin/bill counts are the bag; change fund coin that went
      * through it is not sales and is already out of Ernings
           move type Convert::ToDouble(db::showAsList(type String::Format("SELECT COALESCE(SUM(floatNet),0) FROM CashOut WHERE {0}{1}{2};", dclause, voidExclusion("CashOut"), mfilter))[0]) to floatSum.
           move type Convert::ToDouble(db::showAsList(type String::Format("SELECT COALESCE(SUM(amount),0) FROM Refunds WHERE {0}{1}{2};", dclause, voidExclusion("Refunds"), mfilter))[0]) to refundSum.
      * card sales are sales the bag never saw -- gross, the processor's
      * fee is an expense, not a shortage
           move type Convert::ToDouble(db::showAsList(type String::Format("SELECT COALESCE(SUM(grossSales),0) FROM CardSettle WHERE {0}{1};", dclause, mfilter))[0]) to cardSum.
           move type Convert::ToDouble(db::showAsList(type String::Format("SELECT COALESCE(SUM(fees),0) FROM CardSettle WHERE {0}{1};", dclause, mfilter))[0]) to feeSum.

      * money handed back from the till is explained shortage, not
      * unexplained variance
           compute variance = (cashSum + cardSum + refundSum) - (worthSum - spendSum).

           display "     _________________________________".
           display type String::Format("    / Cash Collected:     {0}", cashSum::ToString("C")).
           display type String::Format("    /   in coin:          {0}", coinSum::ToString("C")).
           display type String::Format("    /   in bills:         {0}", billSum::ToString("C")).
           display type String::Format("    /   less change fund: {0}", floatSum::ToString("C")).
           display type String::Format("    / Card Sales (gross): {0}", cardSum::ToString("C")).
           display type String::Format("    /   processor fees:   {0}", feeSum::ToString("C")).
           display type String::Format("    / Inventory Worth:    {0}", worthSum::ToString("C")).
           display type String::Format("    / Spendings:          {0}", spendSum::ToString("C")).
           display type String::Format("    / Refunds Paid:       {0}", refundSum::ToString("C")).
           display type String::Format("    / Variance:           {0}", variance::ToString("C")).
           if type Math::Abs(variance) > tol
               display "    / *** OUT OF TOLERANCE -- investigate before closing the books ***".
           else
               display "    / Within tolerance.".
           end-if.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * Bank statement match: reads the bank's CSV (deposit date in the
      * first column, amount in the last), pairs each deposit line to an
      * unmatched CashOut row by amount inside a date window, stamps the
      * match onto the row, and then names the bags that never hit the
      * bank or hit it short. A lost bag shows up here the week it
      * happens, not when the bookkeeper calls months later. Card
      * processor deposits pair to CardSettle the same way, so they stop
      * landing in the cleared-short pile against some unrelated bag.
       method-id statBankRec final public.
       local-storage section.
           77 raw            type String.
           77 csvPath       type String.
           77 windowDays    type Int32 value 5.
           77 lines         type String occurs any.
           77 flds          type List[type String].
           77 lastFld       pic 9(9).
           77 i             pic 9(9).
           77 bankDate      type DateTime.
           77 bankAmt       type Double.
           77 hits          type List[type String].
           77 recid         type Int32.
           77 cashAmt       type Double.
           77 matched       type Int32 value 0.
           77 cardHits      type Int32 value 0.
           77 shorted       type Int32 value 0.
           77 skipped       type Int32 value 0.
           77 diff          type Double.
           77 tabl          type System.Data.DataTable.
           77 indx          pic 9(19).
           77 lim           pic 9(19).
           77 ucol          type List[type String].
           77 udou          type List[type Double].
           77 udat          type List[type DateTime].
           77 ex            type Exception.
           77 ex2           type Exception.
       procedure division.
           invoke type Console::Clear().
           if isSupervisor() = false
               display "| <ERROR: Supervisor login required for the bank reconcile.>"
               goback
           end-if.
           display "Bank statement CSV file (deposit date first column, amount last): " no advancing.
           accept raw.
           move raw::Trim() to csvPath.
           if csvPath::Length = 0 or type System.IO.File::Exists(csvPath) = false
               display "| <ERROR: No such file.>"
               goback
           end-if.
           display "Days a bag may sit before it banks, blank for 5: " no advancing.
           accept raw.
           try
               if raw::Trim()::Length > 0
                   move type Convert::ToInt32(raw::Trim()) to windowDays
               end-if
           catch ex
               move 5 to windowDays
           end-try.

           try
               move type System.IO.File::ReadAllLines(csvPath) to lines
           catch ex
               display "| <ERROR: Could not read the statement file.>"
               goback
           end-try.

           perform varying i from 0 by 1 until i >= lines::Length
               perform matchBankLine
           end-perform.

           display "".
           display type String::Format("Deposits matched clean: {0}", matched::ToString()).
           display type String::Format("Card deposits matched:  {0}", cardHits::ToString()).
           display type String::Format("Deposits cleared short: {0}", shorted::ToString()).
           if skipped > 0
               display type String::Format("Statement lines with nothing to pair (header rows included): {0}", skipped::ToString())
           end-if.

      * bags counted long enough ago to have banked by now, still unmatched
           move db::showAsTable(type String::Format(
               "SELECT date, machineID, Ernings + floatNet, operator FROM CashOut WHERE bankDate IS NULL AND date < SUBDATE(GetDate(), {0}){1} ORDER BY date;",
               windowDays::ToString(), voidExclusion("CashOut"))) to tabl.
           display "".
           display "DEPOSITS THAT NEVER CLEARED THE BANK".
           display type String::Format("{0,-12}{1,6}{2,12}{3,-12}", "Counted", "Mach", "Amount", "  Operator").
           display "------------------------------------------".
           if tabl = null or tabl::Rows::Count = 0
               display "(none -- every aged bag is matched)"
           else
               move tabl::Rows::Count to lim
               perform varying indx from 0 by 1 until indx >= lim
                   display type String::Format("{0,-12}{1,6}{2,12}{3,-12}",
                                               Type Convert::ToDateTime(tabl::Rows[indx][0]::ToString())::ToString("yyyy-MM-dd"),
                                               tabl::Rows[indx][1]::ToString(),
                                               Type Convert::ToDouble(tabl::Rows[indx][2]::ToString())::ToString("C"),
                                               "  " & tabl::Rows[indx][3]::ToString())
               end-perform
           end-if.

           move db::showAsTable(type String::Format(
               "SELECT date, machineID, Ernings + floatNet, bankAmount, bankDate FROM CashOut WHERE bankAmount IS NOT NULL AND bankAmount < Ernings + floatNet - 0.005{0} ORDER BY date;",
               voidExclusion("CashOut"))) to tabl.
           display "".
           display "DEPOSITS THAT CLEARED SHORT".
           display type String::Format("{0,-12}{1,6}{2,12}{3,12}{4,12}", "Counted", "Mach", "Counted $", "Banked $", "Short").
           display "------------------------------------------------------".
           if tabl = null or tabl::Rows::Count = 0
               display "(none)"
           else
               move tabl::Rows::Count to lim
               perform varying indx from 0 by 1 until indx >= lim
                   compute diff = type Convert::ToDouble(tabl::Rows[indx][2]::ToString())
                                - type Convert::ToDouble(tabl::Rows[indx][3]::ToString())
                   display type String::Format("{0,-12}{1,6}{2,12}{3,12}{4,12}",
                                               Type Convert::ToDateTime(tabl::Rows[indx][0]::ToString())::ToString("yyyy-MM-dd"),
                                               tabl::Rows[indx][1]::ToString(),
                                               Type Convert::ToDouble(tabl::Rows[indx][2]::ToString())::ToString("C"),
                                               Type Convert::ToDouble(tabl::Rows[indx][3]::ToString())::ToString("C"),
                                               diff::ToString("C"))
               end-perform
           end-if.
           invoke exportTableToCsv(tabl, "bankshort").

      * settlements the processor says it paid that the bank never showed
           move db::showAsTable(type String::Format(
               "SELECT COALESCE(depositDate, date), machineID, netDeposit, batchRef FROM CardSettle WHERE bankDate IS NULL AND COALESCE(depositDate, date) < SUBDATE(GetDate(), {0}) ORDER BY COALESCE(depositDate, date), machineID;",
               windowDays::ToString())) to tabl.
           display "".
           display "CARD DEPOSITS THAT NEVER CLEARED THE BANK".
           display type String::Format("{0,-12}{1,6}{2,12}{3,-20}", "Due", "Mach", "Net $", "  Batch").
           display "--------------------------------------------------".
           if tabl = null or tabl::Rows::Count = 0
               display "(none)"
           else
               move tabl::Rows::Count to lim
               perform varying indx from 0 by 1 until indx >= lim
                   display type String::Format("{0,-12}{1,6}{2,12}{3,-20}",
                                               Type Convert::ToDateTime(tabl::Rows[indx][0]::ToString())::ToString("yyyy-MM-dd"),
                                               tabl::Rows[indx][1]::ToString(),
                                               Type Convert::ToDouble(tabl::Rows[indx][2]::ToString())::ToString("C"),
                                               "  " & tabl::Rows[indx][3]::ToString())
               end-perform
           end-if.
           display "".
           goback.
       matchBankLine.
           try
      * csvSplit, not a bare Split(',') -- banks export amounts like
      * "1,234.56" and a comma inside the quotes must not shift the
      * columns (or shave the amount down to 234.56)
               move csvSplit(lines[i]) to flds
               if flds::Count < 2
                   add 1 to skipped
                   exit paragraph
               end-if
               move type Convert::ToDateTime(flds[0]::Trim()) to bankDate
               compute lastFld = flds::Count - 1
               move type Convert::ToDouble(flds[lastFld]::Replace("$", "")::Replace(",", "")::Trim()) to bankAmt
           catch ex2
      * header line or something that isn't date,...,amount -- skip it
               add 1 to skipped
               exit paragraph
           end-try.
      * first pass: a bag counted inside the window for exactly this amount
      * -- the bag as deposited, change fund coin in it and all
           move db::showAsList(type String::Format(
               "SELECT id FROM CashOut WHERE bankDate IS NULL AND ABS(Ernings + floatNet - {0}) < 0.005 AND date BETWEEN SUBDATE('{1}', {2}) AND ADDDATE('{1}', 1){3} ORDER BY date LIMIT 1;",
               bankAmt::ToString("F2"), bankDate::ToString("yyyy-MM-dd"), windowDays::ToString(), voidExclusion("CashOut"))) to hits.
           if hits <> null and hits::Count > 0
               move type Convert::ToInt32(hits[0]) to recid
               perform stampMatch
               add 1 to matched
               exit paragraph
           end-if.
      * card pass: the processor's deposit for one terminal, or failing
      * that one day's deposits for every terminal paid out together --
      * most processors sweep the whole account in a single credit
           move db::showAsList(type String::Format(
               "SELECT id FROM CardSettle WHERE bankDate IS NULL AND ABS(netDeposit - {0}) < 0.005 AND COALESCE(depositDate, date) BETWEEN SUBDATE('{1}', {2}) AND ADDDATE('{1}', 1) ORDER BY COALESCE(depositDate, date) LIMIT 1;",
               bankAmt::ToString("F2"), bankDate::ToString("yyyy-MM-dd"), windowDays::ToString())) to hits.
           if hits <> null and hits::Count > 0
               invoke db::runQuery(type String::Format(
                   "UPDATE CardSettle SET bankAmount = netDeposit, bankDate = '{0}' WHERE id = {1};",
                   bankDate::ToString("yyyy-MM-dd"), hits[0]))
               add 1 to cardHits
               exit paragraph
           end-if.
           move db::showAsList(type String::Format(
               "SELECT DATE_FORMAT(COALESCE(depositDate, date), '%Y-%m-%d') AS d FROM CardSettle WHERE bankDate IS NULL AND COALESCE(depositDate, date) BETWEEN SUBDATE('{1}', {2}) AND ADDDATE('{1}', 1) GROUP BY d HAVING ABS(SUM(netDeposit) - {0}) < 0.005 ORDER BY d LIMIT 1;",
               bankAmt::ToString("F2"), bankDate::ToString("yyyy-MM-dd"), windowDays::ToString())) to hits.
           if hits <> null and hits::Count > 0
               invoke db::runQuery(type String::Format(
                   "UPDATE CardSettle SET bankAmount = netDeposit, bankDate = '{0}' WHERE bankDate IS NULL AND DATE(COALESCE(depositDate, date)) = '{1}';",
                   bankDate::ToString("yyyy-MM-dd"), hits[0]))
               add 1 to cardHits
               exit paragraph
           end-if.
      * second pass: the closest-sized unmatched bag in the window -- that
      * is a deposit that cleared short (or long), worth a line either way
           move db::showAsList(type String::Format(
               "SELECT id FROM CashOut WHERE bankDate IS NULL AND date BETWEEN SUBDATE('{0}', {1}) AND ADDDATE('{0}', 1){2} ORDER BY ABS(Ernings + floatNet - {3}) LIMIT 1;",
               bankDate::ToString("yyyy-MM-dd"), windowDays::ToString(), voidExclusion("CashOut"), bankAmt::ToString("F2"))) to hits.
           if hits <> null and hits::Count > 0
               move type Convert::ToInt32(hits[0]) to recid
               perform stampMatch
               add 1 to shorted
           else
               add 1 to skipped
           end-if.
       stampMatch.
      * column order runs doubles then dates, the way update_ lines the
      * values up with the column list
           move new type List[type String] to ucol.
           move new type List[type Double] to udou.
           move new type List[type DateTime] to udat.
           invoke ucol::Add("bankAmount").
           invoke udou::Add(bankAmt).
           invoke ucol::Add("bankDate").
           invoke udat::Add(bankDate).
           invoke ClearAllLists.
           if db::update_("CashOut", ucol, strin, udou, intin, udat, bolin, "id = " & recid::ToString()) = false
               display "| <ERROR: Could not stamp the match on CashOut row " recid::ToString() ".>"
           end-if.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * Meter check: prices the vends between one meter reading and the
      * last one (the machine's planogram flavors at the per-can price of
      * the day) and lines that up against the cash counted in the same
      * bag. A coin mech being skimmed shows up as cash short of the
      * metered vends the same day, not at quarter end.
       method-id statMeter final public.
       local-storage section.
           77 tabl              type System.Data.DataTable.
           77 slots             type System.Data.DataTable.
           77 indx              pic 9(19).
           77 s                 pic 9(9).
           77 lim               pic 9(19).
           77 mfilter           type String.
           77 dfilter           type String.
           77 mchId             type Int32.
           77 rowDate           type String.
           77 curRead           type Int32.
           77 prevRead          type Int32.
           77 prevTab           type System.Data.DataTable.
           77 hits              type List[type String].
           77 vends             type Int32.
           77 cash              type Double.
           77 card              type Double value 0.
           77 canPrice          type Double.
           77 sumPrice          type Double.
           77 slotCnt           type Int32.
           77 sodaId            type Int32.
           77 caseSize          type Int32.
           77 expected          type Double.
           77 diff              type Double.
           77 tol               type Double value 5.
           77 flagNote          type String.
           77 ex                type Exception.
       procedure division.
           invoke type Console::Clear().
           move promptDateFilter() to dfilter.
           move promptMachineFilter() to mfilter.

           move db::showAsTable(type String::Format(
               "SELECT machineID, DATE_FORMAT(date, '%Y-%m-%d %H:%i:%s'), meterRead, Ernings FROM CashOut WHERE meterRead IS NOT NULL AND {1}{0}{2} ORDER BY machineID, date;",
               mfilter, dfilter, voidExclusion("CashOut"))) to tabl.

           display type String::Format("{0,6}{1,-18}{2,9}{3,8}{4,11}{5,11}{6,11}{7,10}  {8}", "Mach", "  Counted", "Meter", "Vends", "Expected", "Cash", "Card", "Diff", "").
           display "------------------------------------------------------------------------------------------".
           if tabl = null or tabl::Rows::Count = 0
               display "No cashouts carry a meter reading for this period."
               goback
           end-if.
           move tabl::Rows::Count to lim.
           perform varying indx from 0 by 1 until indx >= lim
               move type Convert::ToInt32(tabl::Rows[indx][0]::ToString()) to mchId
               move tabl::Rows[indx][1]::ToString() to rowDate
               move type Convert::ToInt32(tabl::Rows[indx][2]::ToString()) to curRead
               move type Convert::ToDouble(tabl::Rows[indx][3]::ToString()) to cash

      * per-can price averaged over the machine's planogram flavors, at
      * the prices in effect on the cashout's own date -- recomputed for
      * every reading, so a mid-period price change prices each reading
      * against its own day instead of the machine's first one
               perform avgCanPrice

               move db::showAsTable(type String::Format(
                   "SELECT meterRead, DATE_FORMAT(date, '%Y-%m-%d') FROM CashOut WHERE machineID = {0} AND meterRead IS NOT NULL AND date < '{1}'{2} ORDER BY date DESC LIMIT 1;",
                   mchId::ToString(), rowDate, voidExclusion("CashOut"))) to prevTab
               if prevTab = null or prevTab::Rows::Count = 0 or prevTab::Rows[0][0]::ToString()::Trim()::Length = 0
                   display type String::Format("{0,6}{1,-18}{2,9}{3,8}{4,11}{5,11}{6,11}{7,10}  {8}",
                                               mchId::ToString(), "  " & rowDate::Substring(0, 10), curRead::ToString(),
                                               "-", "-", cash::ToString("C"), "-", "-", "first reading")
               else
                   move type Convert::ToInt32(prevTab::Rows[0][0]::ToString()) to prevRead
                   compute vends = curRead - prevRead
      * the meter counts card vends too -- the readers' settled sales
      * for the days since the last reading belong beside the bag
                   move type Convert::ToDouble(db::showAsList(type String::Format(
                       "SELECT COALESCE(SUM(grossSales),0) FROM CardSettle WHERE machineID = {0} AND date > '{1}' AND date <= '{2}';",
                       mchId::ToString(), prevTab::Rows[0][1]::ToString(), rowDate::Substring(0, 10)))[0]) to card
                   if vends < 0
                       display type String::Format("{0,6}{1,-18}{2,9}{3,8}{4,11}{5,11}{6,11}{7,10}  {8}",
                                                   mchId::ToString(), "  " & rowDate::Substring(0, 10), curRead::ToString(),
                                                   "-", "-", cash::ToString("C"), card::ToString("C"), "-", "counter reset/replaced")
                   else
                       compute expected = vends * canPrice
                       compute diff = (cash + card) - expected
                       move "" to flagNote
                       if type Math::Abs(diff) > tol
                           move "*** CHECK THE COIN MECH ***" to flagNote
                       end-if
                       display type String::Format("{0,6}{1,-18}{2,9}{3,8}{4,11}{5,11}{6,11}{7,10}  {8}",
                                                   mchId::ToString(), "  " & rowDate::Substring(0, 10), curRead::ToString(),
                                                   vends::ToString(), expected::ToString("C"), cash::ToString("C"),
                                                   card::ToString("C"), diff::ToString("C"), flagNote)
                   end-if
               end-if
           end-perform.
           invoke exportTableToCsv(tabl, "meter").
           display "".
           goback.
       avgCanPrice.
           move 0 to sumPrice.
           move 0 to slotCnt.
           move db::showAsTable(type String::Format(
               "SELECT Planogram.sodaID, caseCount FROM Planogram INNER JOIN Sodas ON Sodas.SodaID = Planogram.sodaID WHERE machineID = {0};",
               mchId::ToString())) to slots.
           if slots <> null
               perform varying s from 0 by 1 until s >= slots::Rows::Count
                   move type Convert::ToInt32(slots::Rows[s][0]::ToString()) to sodaId
                   move type Convert::ToInt32(slots::Rows[s][1]::ToString()) to caseSize
                   if caseSize < 1
                       move 24 to caseSize
                   end-if
                   try
                       compute canPrice = (type Convert::ToDouble(priceOfDay(sodaId, mchId, rowDate))
                                         + type Convert::ToDouble(priceAsOf(sodaId, "crv", rowDate))) / caseSize
                       add canPrice to sumPrice
                       add 1 to slotCnt
                   catch ex
                       continue
                   end-try
               end-perform
           end-if.
           if slotCnt > 0
               compute canPrice = sumPrice / slotCnt
           else
      * no planogram mapped -- fall back to a flat half dollar a can so
      * the report still says something useful
               move 0.50 to canPrice
           end-if.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * DEX/EVA-DTS audit import: the audit file a machine dumps to the
      * driver's handheld carries the vend count and cash taken for every
      * selection, so what each slot actually sold goes on record instead
      * of being guessed from the loads. The screen takes one file or a
      * folder of them; the "dex" batch command runs the same import.
       method-id newDexImport final public.
       local-storage section.
           77 raw               type String.
           77 rc                type Int32.
       procedure division.
           invoke type Console::Clear().
           invoke db::flushPending().
           display " ______________________________________________".
           display "| InGen Cola                 New Records       |".
           display "|----------------------------------------------|".
           display "| DEX audit file, or a folder of them: " no advancing.
           accept raw.
           move importDex(raw::Trim()) to rc.
           display "".
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * Reads every DEX file at the path given (a single file, or every
      * file in a folder, oldest name first). ID1 names the machine --
      * the asset number field (ID106) when the route programmed one,
      * otherwise the serial (ID101) -- and EA3 stamps when the machine
      * took the read. Each PA1 selection is matched to that machine's
      * planogram slot and its PA2 since-new counters are saved, along
      * with the movement since the slot's previous read. A file whose
      * machine isn't on file, and a selection with no slot mapped, go to
      * the reject listing instead of being dropped. A slot already on
      * file for the same read is skipped, so a folder can be re-run
      * after a failure without doubling anything.
      * Returns 0 clean, 2 with rejects, 1 when nothing could be read.
       method-id importDex final private.
       local-storage section.
           77 flist             type List[type String].
           77 f                 pic 9(9).
           77 lines             type String occurs any.
           77 i                 pic 9(9).
           77 segs              type String occurs any.
           77 fname             type String.
           77 mchRaw            type String.
           77 mchId             type Int32.
           77 readDate          type DateTime.
           77 readStamp         type String.
           77 dateRaw           type String.
           77 timeRaw           type String.
           77 haveSlot          type Boolean.
           77 slotCode          type String.
           77 vendCount         type Int32.
           77 cashTotal         type Double.
           77 curval            type String.
           77 sodaId            type Int32.
           77 prior             type System.Data.DataTable.
           77 vends             type Int32.
           77 cashIn            type Double.
           77 hits              type List[type String].
           77 posted            type Int32 value 0.
           77 skipped           type Int32 value 0.
           77 rejected          type Int32 value 0.
           77 rejWhy            type String.
           77 rejBody           type String.
           77 rejName           type String.
           77 ex                type Exception.
           77 ex2               type Exception.
       linkage section.
           01 path_             type String.
           01 rc                type Int32.
       procedure division using path_ returning rc.
           move 0 to rc.
           move new type List[type String] to flist.
           if path_ = null or path_::Length = 0
               display "| <ERROR: No file or folder given.>"
               move 1 to rc
               goback
           end-if.
           if type System.IO.Directory::Exists(path_) = true
               invoke flist::AddRange(type System.IO.Directory::GetFiles(path_))
               invoke flist::Sort()
           else
               if type System.IO.File::Exists(path_) = true
                   invoke flist::Add(path_)
               end-if
           end-if.
           if flist::Count = 0
               display "| <ERROR: No such file or folder, or the folder is empty.>"
               move 1 to rc
               goback
           end-if.

           move "File,Machine,Slot,Reason" & type Environment::NewLine to rejBody.
           perform varying f from 0 by 1 until f >= flist::Count
               perform importOneDex
           end-perform.

           display "".
           display type String::Format("Slot reads saved: {0}", posted::ToString()).
           if skipped > 0
               display type String::Format("Slot reads already on file (skipped): {0}", skipped::ToString())
           end-if.
           if rejected > 0
               display type String::Format("Rejected: {0} -- see the listing above.", rejected::ToString())
               try
                   move type String::Format("dex_rejects_{0}.csv", type DateTime::Now::ToString("yyyyMMddHHmmss")) to rejName
                   invoke type System.IO.File::WriteAllText(rejName, rejBody)
                   move rejName to lastCsvName
                   display type String::Format("Reject listing saved to {0}", rejName)
               catch ex
                   display "| <ERROR: Could not write the reject listing.>"
               end-try
               move 2 to rc
           end-if.
           goback.
       importOneDex.
           move flist[f] to fname.
           move "" to mchRaw.
           move 0 to mchId.
           move "" to slotCode.
           try
               move type System.IO.File::ReadAllLines(fname) to lines
      * no EA3 in the file -- the handheld's copy time is the next best
      * stamp. Whole seconds only, the way the DATETIME column keeps it,
      * so the already-on-file check compares like with like.
               move type System.IO.File::GetLastWriteTime(fname) to readDate
           catch ex
               move "could not read the file" to rejWhy
               perform addReject
               exit paragraph
           end-try.

      * first pass: who and when
           perform varying i from 0 by 1 until i >= lines::Length
               move lines[i]::Trim()::Split('*') to segs
               if segs[0] = "ID1"
                   if segs::Length > 6 and segs[6]::Trim()::Length > 0
                       move segs[6]::Trim() to mchRaw
                   else
                       if segs::Length > 1
                           move segs[1]::Trim() to mchRaw
                       end-if
                   end-if
               end-if
               if segs[0] = "EA3" and segs::Length > 2
                   perform parseReadStamp
               end-if
           end-perform.
           move readDate::ToString("yyyy-MM-dd HH:mm:ss") to readStamp.
           move type DateTime::ParseExact(readStamp, "yyyy-MM-dd HH:mm:ss", type System.Globalization.CultureInfo::InvariantCulture) to readDate.

           if isNumeric(mchRaw) = false
               move "no machine number in the ID1 record (" & mchRaw & ")" to rejWhy
               perform addReject
               exit paragraph
           end-if.
           move type Convert::ToInt32(type Convert::ToDouble(mchRaw)) to mchId.
           if validateMachine(mchId) = false
               move "not an active machine on file" to rejWhy
               perform addReject
               exit paragraph
           end-if.

      * second pass: a PA1 opens a selection, its PA2 carries the counters
           move false to haveSlot.
           perform varying i from 0 by 1 until i >= lines::Length
               move lines[i]::Trim()::Split('*') to segs
               if segs[0] = "PA1" and segs::Length > 1
                   move segs[1]::Trim()::ToUpper() to slotCode
                   move true to haveSlot
               end-if
               if segs[0] = "PA2" and haveSlot = true
                   move 0 to vendCount
                   move 0 to cashTotal
                   try
                       if segs::Length > 1 and segs[1]::Trim()::Length > 0
                           move type Convert::ToInt32(segs[1]::Trim()) to vendCount
                       end-if
      * PA202 comes in cents
                       if segs::Length > 2 and segs[2]::Trim()::Length > 0
                           compute cashTotal = type Convert::ToDouble(segs[2]::Trim()) / 100
                       end-if
                       perform postDexSlot
                   catch ex2
                       move "unreadable PA2 counters" to rejWhy
                       perform addReject
                   end-try
                   move false to haveSlot
               end-if
           end-perform.
       parseReadStamp.
      * EA302 is YYMMDD on older boards, YYYYMMDD on newer ones; EA303
      * is HHMM with or without seconds after it
           move segs[2]::Trim() to dateRaw.
           move "0000" to timeRaw.
           if segs::Length > 3 and segs[3]::Trim()::Length >= 4
               move segs[3]::Trim()::Substring(0, 4) to timeRaw
           end-if.
           try
               if dateRaw::Length = 6
                   move type DateTime::ParseExact(dateRaw & timeRaw, "yyMMddHHmm", type System.Globalization.CultureInfo::InvariantCulture) to readDate
               else
                   move type DateTime::ParseExact(dateRaw::Substring(0, 8) & timeRaw, "yyyyMMddHHmm", type System.Globalization.CultureInfo::InvariantCulture) to readDate
               end-if
           catch ex2
               continue
           end-try.
       postDexSlot.
           move db::getEl("Planogram", "sodaID", type String::Format("machineID = {0} AND slotCode = '{1}'", mchId::ToString(), sqlQuote(slotCode))) to curval.
           if curval = null or curval::Trim()::Length = 0
               move "slot not on this machine's planogram" to rejWhy
               perform addReject
               exit paragraph
           end-if.
           move type Convert::ToInt32(curval) to sodaId.

           move db::showAsList(type String::Format(
               "SELECT COUNT(*) FROM DexReads WHERE machineID = {0} AND slotCode = '{1}' AND date = '{2}';",
               mchId::ToString(), sqlQuote(slotCode), readStamp)) to hits.
           if hits <> null and hits::Count > 0 and hits[0] <> "0"
               add 1 to skipped
               exit paragraph
           end-if.

      * movement since this slot's previous read. No previous read means
      * the counters are since-new, not a period's sales -- zero it. A
      * counter lower than last time was reset or the board was swapped,
      * so everything on it now was sold since.
           move 0 to vends.
           move 0 to cashIn.
           move db::showAsTable(type String::Format(
               "SELECT vendCount, cashTotal FROM DexReads WHERE machineID = {0} AND slotCode = '{1}' AND date < '{2}' ORDER BY date DESC LIMIT 1;",
               mchId::ToString(), sqlQuote(slotCode), readStamp)) to prior.
           if prior <> null and prior::Rows::Count > 0
               compute vends = vendCount - type Convert::ToInt32(prior::Rows[0][0]::ToString())
               compute cashIn = cashTotal - type Convert::ToDouble(prior::Rows[0][1]::ToString())
               if vends < 0 or cashIn < 0
                   move vendCount to vends
                   move cashTotal to cashIn
               end-if
           end-if.

           invoke ClearAllLists.
           invoke coln::Add("operator").
           invoke strin::Add(curOperator).
           invoke coln::Add("fileName").
           invoke strin::Add(type System.IO.Path::GetFileName(fname)).
           invoke coln::Add("slotCode").
           invoke strin::Add(slotCode).
           invoke coln::Add("cashTotal").
           invoke douin::Add(cashTotal).
           invoke coln::Add("cashIn").
           invoke douin::Add(cashIn).
           invoke coln::Add("machineID").
           invoke intin::Add(mchId).
           invoke coln::Add("sodaID").
           invoke intin::Add(sodaId).
           invoke coln::Add("vendCount").
           invoke intin::Add(vendCount).
           invoke coln::Add("vends").
           invoke intin::Add(vends).
           invoke coln::Add("date").
           invoke datin::Add(readDate).
           invoke coln::Add("importDate").
           invoke datin::Add(type DateTime::Now).
           if db::insert("DexReads", coln, strin, douin, intin, bolin, datin) = true
               add 1 to posted
           else
               move "database refused the row" to rejWhy
               perform addReject
           end-if.
       addReject.
           add 1 to rejected.
           display type String::Format("REJECT {0}  machine {1}  slot {2}: {3}",
                                       type System.IO.Path::GetFileName(fname), mchRaw, slotCode, rejWhy).
           move rejBody & csvQuote(type System.IO.Path::GetFileName(fname)) & "," & csvQuote(mchRaw) & ","
               & csvQuote(slotCode) & "," & csvQuote(rejWhy) & type Environment::NewLine to rejBody.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * What each slot actually sold, from the DEX reads: vends and cash
      * taken per slot over the range, and the cash per vend -- a slot
      * selling well under its flavor's price is usually set wrong at the
      * machine.
       method-id statSlotSales final public.
       local-storage section.
           77 tabl              type System.Data.DataTable.
           77 indx              pic 9(19).
           77 lim               pic 9(19).
           77 mfilter           type String.
           77 dfilter           type String.
           77 vends             type Int32.
           77 cash              type Double.
           77 each              type Double.
       procedure division.
           invoke type Console::Clear().
           move promptDateFilter() to dfilter.
           move promptMachineFilter() to mfilter.

           move db::showAsTable(type String::Format(
               "SELECT machineID, slotCode, SodaName, SUM(vends), SUM(cashIn) FROM DexReads INNER JOIN Sodas ON Sodas.SodaID = DexReads.sodaID WHERE {1}{0} GROUP BY machineID, slotCode, SodaName ORDER BY machineID, LENGTH(slotCode), slotCode;",
               mfilter, dfilter)) to tabl.

           display type String::Format("{0,5}{1,7}{2,-20}{3,9}{4,12}{5,10}", "Mach", "Slot", "  Flavor", "Vends", "Cash in", "Per vend").
           display "---------------------------------------------------------------".
           if tabl = null or tabl::Rows::Count = 0
               display "No DEX reads on file for this period."
               goback
           end-if.
           move tabl::Rows::Count to lim.
           perform varying indx from 0 by 1 until indx >= lim
               move type Convert::ToInt32(tabl::Rows[indx][3]::ToString()) to vends
               move type Convert::ToDouble(tabl::Rows[indx][4]::ToString()) to cash
               move 0 to each
               if vends > 0
                   compute each = cash / vends
               end-if
               display type String::Format("{0,5}{1,7}{2,-20}{3,9}{4,12}{5,10}",
                                           tabl::Rows[indx][0]::ToString(),
                                           tabl::Rows[indx][1]::ToString(),
                                           "  " & tabl::Rows[indx][2]::ToString(),
                                           vends::ToString("N0"),
                                           cash::ToString("C"),
                                           each::ToString("C"))
           end-perform.
           invoke exportTableToCsv(tabl, "slotsales").
           display "".
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * Card settlement import: the processor's daily settlement file, one
      * line per reader per day. Card money never passes through the bag,
      * so until it is on file every card sale reads as a shortage in the
      * reconcile. The screen and the "card" batch command share the
      * import below.
       method-id newCardImport final public.
       local-storage section.
           77 raw               type String.
           77 rc                type Int32.
       procedure division.
           invoke type Console::Clear().
           invoke db::flushPending().
           display " ______________________________________________".
           display "| InGen Cola                 New Records       |".
           display "|----------------------------------------------|".
           display "| Card settlement CSV file: " no advancing.
           accept raw.
           move importCardSettle(raw::Trim()) to rc.
           display "".
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * Settlement lines come in as: sales date, machine ID, gross card
      * sales, processor fees, net deposit date, and the processor's batch
      * reference when it sends one. Net is gross less fees. A line for a
      * machine not on file, a closed month, or numbers that can't be
      * right goes to the reject listing; a line already on file (same
      * machine, day, gross and batch) is skipped, so a file can be fed
      * in again after a failure without doubling anything.
      * Returns 0 clean, 2 with rejects, 1 when the file can't be read.
       method-id importCardSettle final private.
       local-storage section.
           77 lines             type String occurs any.
           77 i                 pic 9(9).
           77 lineNo            type Int32.
           77 flds              type List[type String].
           77 salesDate         type DateTime.
           77 depDate           type DateTime.
           77 haveDep           type Boolean.
           77 mchRaw            type String.
           77 mchId             type Int32.
           77 gross             type Double.
           77 fees              type Double.
           77 net               type Double.
           77 batchRef          type String.
           77 hits              type List[type String].
           77 posted            type Int32 value 0.
           77 skipped           type Int32 value 0.
           77 rejected          type Int32 value 0.
           77 rejWhy            type String.
           77 rejBody           type String.
           77 rejName           type String.
           77 ex                type Exception.
           77 ex2               type Exception.
       linkage section.
           01 path_             type String.
           01 rc                type Int32.
       procedure division using path_ returning rc.
           move 0 to rc.
           if path_ = null or path_::Length = 0 or type System.IO.File::Exists(path_) = false
               display "| <ERROR: No such file.>"
               move 1 to rc
               goback
           end-if.
           try
               move type System.IO.File::ReadAllLines(path_) to lines
           catch ex
               display "| <ERROR: Could not read the settlement file.>"
               move 1 to rc
               goback
           end-try.

           move "Line,Machine,Reason" & type Environment::NewLine to rejBody.
           perform varying i from 0 by 1 until i >= lines::Length
               perform importCardLine
           end-perform.

           display "".
           display type String::Format("Settlement lines saved: {0}", posted::ToString()).
           if skipped > 0
               display type String::Format("Lines already on file (skipped): {0}", skipped::ToString())
           end-if.
           if rejected > 0
               display type String::Format("Rejected: {0} -- see the listing above.", rejected::ToString())
               try
                   move type String::Format("card_rejects_{0}.csv", type DateTime::Now::ToString("yyyyMMddHHmmss")) to rejName
                   invoke type System.IO.File::WriteAllText(rejName, rejBody)
                   move rejName to lastCsvName
                   display type String::Format("Reject listing saved to {0}", rejName)
               catch ex
                   display "| <ERROR: Could not write the reject listing.>"
               end-try
               move 2 to rc
           end-if.
           goback.
       importCardLine.
           add 1 to i giving lineNo.
           move "" to mchRaw.
           if lines[i]::Trim()::Length = 0
               exit paragraph
           end-if.
           move csvSplit(lines[i]) to flds.
           try
               if flds::Count < 5
                   move "expected date, machine, gross, fees, deposit date" to rejWhy
                   perform addCardReject
                   exit paragraph
               end-if
               move flds[1]::Trim() to mchRaw
               move type Convert::ToDateTime(flds[0]::Trim())::Date to salesDate
               move type Convert::ToDouble(flds[2]::Replace("$", "")::Replace(",", "")::Trim()) to gross
               move type Convert::ToDouble(flds[3]::Replace("$", "")::Replace(",", "")::Trim()) to fees
               move false to haveDep
               if flds[4]::Trim()::Length > 0
                   move type Convert::ToDateTime(flds[4]::Trim())::Date to depDate
                   move true to haveDep
               end-if
               move "" to batchRef
               if flds::Count > 5
                   move flds[5]::Trim() to batchRef
               end-if
           catch ex2
      * the processor's header row is the usual first line
               if i > 0
                   move "unreadable date or amount" to rejWhy
                   perform addCardReject
               end-if
               exit paragraph
           end-try.

           if isNumeric(mchRaw) = false
               move "no machine number" to rejWhy
               perform addCardReject
               exit paragraph
           end-if.
           move type Convert::ToInt32(type Convert::ToDouble(mchRaw)) to mchId.
           if validateMachine(mchId) = false
               move "not an active machine on file" to rejWhy
               perform addCardReject
               exit paragraph
           end-if.
           if fees < 0 or (gross >= 0 and fees > gross)
               move "fees negative or larger than the gross" to rejWhy
               perform addCardReject
               exit paragraph
           end-if.
           if isPeriodClosed(salesDate::ToString("yyyy-MM")) = true
               move salesDate::ToString("yyyy-MM") & " is closed for accounting" to rejWhy
               perform addCardReject
               exit paragraph
           end-if.

           move db::showAsList(type String::Format(
               "SELECT COUNT(*) FROM CardSettle WHERE machineID = {0} AND CAST(date AS DATE) = '{1}' AND ABS(grossSales - {2}) < 0.005 AND COALESCE(batchRef, '') = '{3}';",
               mchId::ToString(), salesDate::ToString("yyyy-MM-dd"), gross::ToString("F2"), sqlQuote(batchRef))) to hits.
           if hits <> null and hits::Count > 0 and hits[0] <> "0"
               add 1 to skipped
               exit paragraph
           end-if.

           compute net = gross - fees.
           invoke ClearAllLists.
           invoke coln::Add("operator").
           invoke strin::Add(curOperator).
           invoke coln::Add("fileName").
           invoke strin::Add(type System.IO.Path::GetFileName(path_)).
           invoke coln::Add("batchRef").
           invoke strin::Add(batchRef).
           invoke coln::Add("grossSales").
           invoke douin::Add(gross).
           invoke coln::Add("fees").
           invoke douin::Add(fees).
           invoke coln::Add("netDeposit").
           invoke douin::Add(net).
           invoke coln::Add("machineID").
           invoke intin::Add(mchId).
           invoke coln::Add("date").
           invoke datin::Add(salesDate).
           invoke coln::Add("importDate").
           invoke datin::Add(type DateTime::Now).
           if haveDep = true
               invoke coln::Add("depositDate")
               invoke datin::Add(depDate)
           end-if.
           if db::insert("CardSettle", coln, strin, douin, intin, bolin, datin) = true
               add 1 to posted
           else
               move "database refused the row" to rejWhy
               perform addCardReject
           end-if.
       addCardReject.
           add 1 to rejected.
           display type String::Format("REJECT line {0}  machine {1}: {2}", lineNo::ToString(), mchRaw, rejWhy).
           move rejBody & lineNo::ToString() & "," & csvQuote(mchRaw) & "," & csvQuote(rejWhy) & type Environment::NewLine to rejBody.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * Route-day import: the driver's handheld exports the whole day --
      * bags counted, cans loaded, counts taken, refunds handed out -- as
      * one file, and it posts here under the same rules the Profets,
      * Transfer, Count and Refund screens hold keyed entries to, instead
      * of somebody re-keying it one machine at a time. The "routeday"
      * batch command runs the same import.
       method-id newRouteDayImport final public.
       local-storage section.
           77 raw               type String.
           77 rc                type Int32.
       procedure division.
           invoke type Console::Clear().
           invoke db::flushPending().
           display " ______________________________________________".
           display "| InGen Cola                 New Records       |".
           display "|----------------------------------------------|".
           display "| Route-day file from the handheld: " no advancing.
           accept raw.
           move importRouteDay(raw::Trim()) to rc.
           display "".
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * The handheld writes one record per line, type first:
      *     DAY,YYYY-MM-DD[,driver][,truck]           the route day the
      *                                               lines after it ran
      *     CASH,machine,qtrs,dimes,nickels,$1,$5,$10,$20[,meter]
      *     LOAD,machine,sodaID,cans[,from][,case price][,best-by][,lot]
      *     COUNT,machine,sodaID,cans counted
      *     REFUND,machine,amount[,reason][,ticket]
      * Blank lines and lines starting with # are passed over. Every line
      * must name an active machine and fall in an open month; CASH gets
      * the Profets screen's same-day and 90-day-average checks. LOAD is
      * a transfer off the from-location (the DAY line's truck when it is
      * blank -- or, with no truck named there, the one active truck
      * whose name is the driver's) and needs the cans on that shelf; a
      * from of DROP is a drop-ship purchase instead and gets the Purchase
      * screen's contracted-cost and published-price checks (a load short
      * of a full case is booked pro rata either way). COUNT
      * posts the variance against the computed on-hand the way a cycle
      * count does, and REFUND takes the Refund screen's ticket check. The
      * screens ask before saving something odd; a file can't answer, so
      * those lines go to the reject listing with the reason, along with
      * the line as read -- corrected lines go back in as a file of their
      * own.
      * Each line posts in one transaction with its RouteDayLines row, so
      * a run that dies partway leaves the file's restart point at the
      * last line that finished. Running the same file again (same name,
      * same first route day) picks up after it; the reject listing it
      * writes still covers the whole file.
      * Returns 0 clean, 2 with rejects, 1 when the file can't be read or
      * the database went away before the end.
       method-id importRouteDay final private.
       local-storage section.
           77 lines             type String occurs any.
           77 i                 pic 9(9).
           77 lineNo            type Int32.
           77 flds              type List[type String].
           77 recType           type String.
           77 typeCsv           type String value ",CASH,LOAD,COUNT,REFUND,".
           77 fileKey           type String.
           77 firstDay          type String.
           77 fileDay           type DateTime.
           77 resumeAfter       type Int32 value 0.
           77 haveDay           type Boolean value false.
           77 dayClosed         type Boolean value false.
           77 routeDate         type DateTime.
           77 dayStamp          type String.
           77 driver            type String value "".
           77 dayTruck          type String value "".
           77 fromLoc           type String.
           77 mchRaw            type String.
           77 mchId             type Int32.
           77 fi                type Int32.
           77 fieldInt          type Int32.
           77 fieldAmt          type Double.
           77 fieldOk           type Boolean.
           77 qtrs              type Int32.
           77 dimes             type Int32.
           77 nickels           type Int32.
           77 ones              type Int32.
           77 fives             type Int32.
           77 tens              type Int32.
           77 twenties          type Int32.
           77 meterRead         type Int32.
           77 haveMeter         type Boolean.
           77 coinTotal         type Double.
           77 billTotal         type Double.
           77 sales             type Double.
           77 histAvg           type Double.
           77 sodaId            type Int32.
           77 cans              type Int32.
           77 crvRaw            type String.
           77 stdPriceRaw       type String.
           77 caseRaw           type String.
           77 venRaw            type String.
           77 contractRaw       type String.
           77 crvLookup         type Double.
           77 stdPriceLookup    type Double.
           77 caseLookup        type Int32.
           77 contractCost      type Double.
           77 haveContract      type Boolean.
           77 price             type Double.
           77 portion           type Double.
           77 linePrice         type Double.
           77 lineCrv           type Double.
           77 lineWorth         type Double.
           77 lineNet           type Double.
           77 bestBy            type DateTime.
           77 haveBestBy        type Boolean.
           77 lotRaw            type String.
           77 slots             type System.Data.DataTable.
           77 lotTab            type System.Data.DataTable.
           77 srcTab            type System.Data.DataTable.
           77 l                 pic 9(9).
           77 need              type Int32.
           77 take              type Int32.
           77 avail             type Int32.
           77 unitCost          type Double.
           77 takeLot           type List[type String] value new type List[type String].
           77 takeCans          type List[type Int32] value new type List[type Int32].
           77 takeCost          type List[type Double] value new type List[type Double].
           77 takeBest          type List[type String] value new type List[type String].
           77 slotCount         type Int32.
           77 capacity          type Int32.
           77 onHand            type Double.
           77 adj               type Int32.
           77 amount            type Double.
           77 reason            type String.
           77 ticketId          type Int32.
           77 curval            type String.
           77 hits              type List[type String].
           77 earlier           type System.Data.DataTable.
           77 indx              pic 9(9).
           77 logStatus         type String.
           77 logNote           type String.
           77 lineTxt           type String.
           77 txOk              type Boolean.
           77 stopRun           type Boolean value false.
           77 posted            type Int32 value 0.
           77 skipped           type Int32 value 0.
           77 rejected          type Int32 value 0.
           77 rejEarlier        type Int32 value 0.
           77 rejWhy            type String.
           77 rejBody           type String.
           77 rejName           type String.
           77 ex                type Exception.
           77 ex2               type Exception.
       linkage section.
           01 path_             type String.
           01 rc                type Int32.
       procedure division using path_ returning rc.
           move 0 to rc.
           if path_ = null or path_::Length = 0 or type System.IO.File::Exists(path_) = false
               display "| <ERROR: No such file.>"
               move 1 to rc
               goback
           end-if.
           try
               move type System.IO.File::ReadAllLines(path_) to lines
           catch ex
               display "| <ERROR: Could not read the route-day file.>"
               move 1 to rc
               goback
           end-try.
      * every line is checked against what is on file before it posts,
      * so unlike the screens this doesn't queue offline
           if db::checkConnection() = false
               display "| <ERROR: The database is unreachable -- run the import again once it is back.>"
               move 1 to rc
               goback
           end-if.

      * the restart point is kept per file name and first route day, so
      * a handheld that reuses its export name every night starts fresh
           move type System.IO.Path::GetFileName(path_) to fileKey.
           move "" to firstDay.
           perform varying i from 0 by 1 until i >= lines::Length or firstDay::Length > 0
               perform findFirstDay
           end-perform.
           if firstDay::Length = 0
               display "| <ERROR: No DAY line naming the route date (DAY,YYYY-MM-DD).>"
               move 1 to rc
               goback
           end-if.
           move type DateTime::ParseExact(firstDay, "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture) to fileDay.
           move db::showAsList(type String::Format(
               "SELECT COALESCE(MAX(lineNo),0) FROM RouteDayLines WHERE fileName = '{0}' AND fileDay = '{1}';",
               sqlQuote(fileKey), firstDay)) to hits.
           if hits = null or hits::Count = 0
               display "| <ERROR: Could not read where this file's last run stopped.>"
               move 1 to rc
               goback
           end-if.
           move type Convert::ToInt32(hits[0]) to resumeAfter.

           move "Line,Type,Machine,Reason,Line as read" & type Environment::NewLine to rejBody.
           if resumeAfter > 0
               display type String::Format("{0} ({1}) was part-way in -- picking up after line {2}.", fileKey, firstDay, resumeAfter::ToString())
               perform loadEarlierRejects
           end-if.

           perform varying i from 0 by 1 until i >= lines::Length or stopRun = true
               perform importRouteLine
           end-perform.

           display "".
           display type String::Format("Route-day lines posted: {0}", posted::ToString()).
           if skipped > 0
               display type String::Format("Lines posted on an earlier run (skipped): {0}", skipped::ToString())
           end-if.
           if rejected > 0
               display type String::Format("Rejected: {0} -- see the listing above.", rejected::ToString())
           end-if.
           if rejected > 0 or rejEarlier > 0
               try
                   move type String::Format("routeday_rejects_{0}.csv", type DateTime::Now::ToString("yyyyMMddHHmmss")) to rejName
                   invoke type System.IO.File::WriteAllText(rejName, rejBody)
                   move rejName to lastCsvName
                   display type String::Format("Reject listing saved to {0}", rejName)
               catch ex
                   display "| <ERROR: Could not write the reject listing.>"
               end-try
               move 2 to rc
           end-if.
           if stopRun = true
               move 1 to rc
           end-if.
           goback.
       findFirstDay.
           move csvSplit(lines[i]) to flds.
           if flds::Count > 1 and flds[0]::Trim()::ToUpper() = "DAY" and isValidDate(flds[1]::Trim()) = true
               move flds[1]::Trim() to firstDay
           end-if.
      * a restarted run's listing starts with the lines the earlier run(s)
      * already turned away, so the file's rejects are all in one place
       loadEarlierRejects.
           move db::showAsTable(type String::Format(
               "SELECT lineNo, recType, COALESCE(machineID, ''), reason, lineText FROM RouteDayLines WHERE fileName = '{0}' AND fileDay = '{1}' AND status = 'REJECT' ORDER BY lineNo;",
               sqlQuote(fileKey), firstDay)) to earlier.
           if earlier = null
               exit paragraph
           end-if.
           perform varying indx from 0 by 1 until indx >= earlier::Rows::Count
               add 1 to rejEarlier
               move rejBody & earlier::Rows[indx][0]::ToString() & "," & csvQuote(earlier::Rows[indx][1]::ToString()) & ","
                   & csvQuote(earlier::Rows[indx][2]::ToString()) & "," & csvQuote(earlier::Rows[indx][3]::ToString()) & ","
                   & csvQuote(earlier::Rows[indx][4]::ToString()) & type Environment::NewLine to rejBody
           end-perform.
           if rejEarlier > 0
               display type String::Format("Rejected on the earlier run: {0} -- carried into this run's listing.", rejEarlier::ToString())
           end-if.
       importRouteLine.
           add 1 to i giving lineNo.
           move "" to mchRaw.
           move 0 to mchId.
           move "" to recType.
           if lines[i]::Trim()::Length = 0 or lines[i]::Trim()::StartsWith("#") = true
               exit paragraph
           end-if.
           move csvSplit(lines[i]) to flds.
           move flds[0]::Trim()::ToUpper() to recType.
      * DAY lines post nothing -- they are read on every run, behind the
      * restart point too, so the lines after them carry the right date
           if recType = "DAY"
               perform readDayLine
               exit paragraph
           end-if.
           if lineNo <= resumeAfter
               add 1 to skipped
               exit paragraph
           end-if.
           if typeCsv::Contains("," & recType & ",") = false
               move "not a CASH, LOAD, COUNT or REFUND line" to rejWhy
               perform addRouteReject
               exit paragraph
           end-if.
           if haveDay = false
               move "no good DAY line ahead of it naming the route date" to rejWhy
               perform addRouteReject
               exit paragraph
           end-if.
           if flds::Count > 1
               move flds[1]::Trim() to mchRaw
           end-if.
           if isNumeric(mchRaw) = false
               move "no machine number" to rejWhy
               perform addRouteReject
               exit paragraph
           end-if.
           move type Convert::ToInt32(type Convert::ToDouble(mchRaw)) to mchId.
           if validateMachine(mchId) = false
               move "not an active machine on file" to rejWhy
               perform addRouteReject
               exit paragraph
           end-if.
           if dayClosed = true
               move routeDate::ToString("yyyy-MM") & " is closed for accounting" to rejWhy
               perform addRouteReject
               exit paragraph
           end-if.

           if recType = "CASH"
               perform routeCash
           else
               if recType = "LOAD"
                   perform routeLoad
               else
                   if recType = "COUNT"
                       perform routeCount
                   else
                       perform routeRefund
                   end-if
               end-if
           end-if.
       readDayLine.
           move false to haveDay.
           if flds::Count < 2 or isValidDate(flds[1]::Trim()) = false
               if lineNo > resumeAfter
                   move "DAY line without a YYYY-MM-DD route date" to rejWhy
                   perform addRouteReject
               end-if
               exit paragraph
           end-if.
           move type DateTime::ParseExact(flds[1]::Trim(), "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture) to routeDate.
           if routeDate > type DateTime::Today
               if lineNo > resumeAfter
                   move "route date is in the future" to rejWhy
                   perform addRouteReject
               end-if
               exit paragraph
           end-if.
           move routeDate::ToString("yyyy-MM-dd") to dayStamp.
           move "" to driver.
           if flds::Count > 2
               move flds[2]::Trim() to driver
           end-if.
           if driver::Length > 64
               move driver::Substring(0, 64) to driver
           end-if.
      * the truck the day's loads come off; a bad code turns the whole
      * day away rather than loading every line from the wrong place
           move "" to dayTruck.
           if flds::Count > 3
               move flds[3]::Trim()::ToUpper() to dayTruck
           end-if.
           if dayTruck::Length > 0
               if isStockLoc(dayTruck) = false
                   if lineNo > resumeAfter
                       move "truck " & dayTruck & " is not a stock location on file" to rejWhy
                       perform addRouteReject
                   end-if
                   exit paragraph
               end-if
           else
               if driver::Length > 0
                   move db::showAsList(type String::Format(
                       "SELECT locCode FROM StockLocations WHERE locType = 'TRUCK' AND active = 1 AND UPPER(locName) = UPPER('{0}');",
                       sqlQuote(driver))) to hits
                   if hits <> null and hits::Count = 1
                       move hits[0] to dayTruck
                   end-if
               end-if
           end-if.
           move isPeriodClosed(routeDate::ToString("yyyy-MM")) to dayClosed.
           move true to haveDay.
      * the bag, the same way the Profets screen books it. The handheld
      * doesn't carry changer moves, so the whole bag is sales; a change
      * fund load or pull still goes in on the Float screen.
       routeCash.
           if flds::Count < 9
               move "expected machine and seven denomination counts" to rejWhy
               perform addRouteReject
               exit paragraph
           end-if.
           move true to fieldOk.
           move 2 to fi.
           perform fieldCount.
           move fieldInt to qtrs.
           move 3 to fi.
           perform fieldCount.
           move fieldInt to dimes.
           move 4 to fi.
           perform fieldCount.
           move fieldInt to nickels.
           move 5 to fi.
           perform fieldCount.
           move fieldInt to ones.
           move 6 to fi.
           perform fieldCount.
           move fieldInt to fives.
           move 7 to fi.
           perform fieldCount.
           move fieldInt to tens.
           move 8 to fi.
           perform fieldCount.
           move fieldInt to twenties.
           move false to haveMeter.
           if flds::Count > 9 and flds[9]::Trim()::Length > 0
               move 9 to fi
               perform fieldCount
               move fieldInt to meterRead
               move true to haveMeter
           end-if.
           if fieldOk = false
               move "a count that isn't a whole number of zero or more" to rejWhy
               perform addRouteReject
               exit paragraph
           end-if.
           compute coinTotal = (qtrs * 0.25) + (dimes * 0.10) + (nickels * 0.05).
           compute billTotal = ones + (fives * 5) + (tens * 10) + (twenties * 20).
           compute sales = coinTotal + billTotal.

           move db::showAsList(type String::Format(
               "SELECT COUNT(*) FROM CashOut WHERE machineID = {0} AND CAST(date AS DATE) = '{1}'{2};",
               mchId::ToString(), dayStamp, voidExclusion("CashOut"))) to hits.
           if hits <> null and hits::Count > 0 and hits[0] <> "0"
               move "a cashout for this machine is already on file for " & dayStamp to rejWhy
               perform addRouteReject
               exit paragraph
           end-if.
           move 0 to histAvg.
           move db::showAsList(type String::Format(
               "SELECT COALESCE(AVG(Ernings),0) FROM CashOut WHERE machineID = {0} AND date > ADDDATE('{1}', -90) AND date < '{1}'{2};",
               mchId::ToString(), dayStamp, voidExclusion("CashOut"))) to hits.
           if hits <> null and hits::Count > 0
               move type Convert::ToDouble(hits[0]) to histAvg
           end-if.
           if histAvg > 0 and (sales > histAvg * 3 or sales < histAvg / 3)
               move type String::Format("bag total {0} is far off this machine's 90-day average of {1}", sales::ToString("C"), histAvg::ToString("C")) to rejWhy
               perform addRouteReject
               exit paragraph
           end-if.

           perform openRouteTx.
           if stopRun = true
               exit paragraph
           end-if.
           invoke ClearAllLists.
           invoke coln::Add("operator").
           invoke strin::Add(curOperator).
           invoke coln::Add("Ernings").
           invoke douin::Add(sales).
           invoke coln::Add("coinTotal").
           invoke douin::Add(coinTotal).
           invoke coln::Add("billTotal").
           invoke douin::Add(billTotal).
           invoke coln::Add("qtrCount").
           invoke intin::Add(qtrs).
           invoke coln::Add("dimeCount").
           invoke intin::Add(dimes).
           invoke coln::Add("nickelCount").
           invoke intin::Add(nickels).
           invoke coln::Add("oneCount").
           invoke intin::Add(ones).
           invoke coln::Add("fiveCount").
           invoke intin::Add(fives).
           invoke coln::Add("tenCount").
           invoke intin::Add(tens).
           invoke coln::Add("twentyCount").
           invoke intin::Add(twenties).
           invoke coln::Add("machineID").
           invoke intin::Add(mchId).
           if haveMeter = true
               invoke coln::Add("meterRead")
               invoke intin::Add(meterRead)
           end-if.
           invoke coln::Add("date").
           invoke datin::Add(routeDate).
           if db::insert("CashOut", coln, strin, douin, intin, bolin, datin) = false
               move false to txOk
           end-if.
           move "bag " & sales::ToString("F2") to logNote.
           perform finishRouteTx.
      * cans into the machine. They come off a truck or out of the
      * stockroom -- the from-location on the line, the day's truck when
      * it is blank -- and post the way a Transfer into a machine does:
      * the shelf gives up its oldest lots first, each at the case cost it
      * came in at, and the product spend stays where the receipt booked
      * it. Only a DROP line (the vendor delivered straight to the site)
      * is a purchase, booked the way the Purchase screen books one.
       routeLoad.
           if flds::Count < 4
               move "expected machine, flavor and cans" to rejWhy
               perform addRouteReject
               exit paragraph
           end-if.
           move true to fieldOk.
           move 2 to fi.
           perform fieldCount.
           move fieldInt to sodaId.
           move 3 to fi.
           perform fieldCount.
           move fieldInt to cans.
           if fieldOk = false or cans = 0
               move "flavor and cans have to be whole numbers, cans above zero" to rejWhy
               perform addRouteReject
               exit paragraph
           end-if.
           move "" to fromLoc.
           if flds::Count > 4
               move flds[4]::Trim()::ToUpper() to fromLoc
           end-if.
           if fromLoc::Length = 0
               move dayTruck to fromLoc
           end-if.
           if fromLoc::Length = 0
               move "no from-location and no truck for the day -- name one, or DROP for a drop-ship" to rejWhy
               perform addRouteReject
               exit paragraph
           end-if.
           if fromLoc <> "DROP" and isStockLoc(fromLoc) = false
               move fromLoc & " is not a stock location on file" to rejWhy
               perform addRouteReject
               exit paragraph
           end-if.
           move priceAsOf(sodaId, "crv", dayStamp & " 23:59:59") to crvRaw.
           move priceOfDay(sodaId, mchId, dayStamp & " 23:59:59") to stdPriceRaw.
           move db::getEl("Sodas", "caseCount", "SodaID = " & sodaId::ToString()) to caseRaw.
           if crvRaw = null or crvRaw::Trim()::Length = 0
              or stdPriceRaw = null or stdPriceRaw::Trim()::Length = 0
              or caseRaw = null or caseRaw::Trim()::Length = 0
               move "unknown soda ID " & sodaId::ToString() to rejWhy
               perform addRouteReject
               exit paragraph
           end-if.
           move type Convert::ToDouble(crvRaw) to crvLookup.
           move type Convert::ToDouble(stdPriceRaw) to stdPriceLookup.
           move type Convert::ToInt32(caseRaw) to caseLookup.
           if caseLookup <= 0
               move "flavor has no cans-per-case on file" to rejWhy
               perform addRouteReject
               exit paragraph
           end-if.
           move "" to lotRaw.
           if flds::Count > 7
               move flds[7]::Trim()::ToUpper() to lotRaw
           end-if.
           if lotRaw::Length > 24
               move lotRaw::Substring(0, 24) to lotRaw
           end-if.
      * more cans than every slot the flavor has on this machine holds
      * is a slipped digit; a flavor with no slots mapped isn't held to it
           move db::showAsTable(type String::Format(
               "SELECT COUNT(*), COALESCE(SUM(capacity),0) FROM Planogram WHERE machineID = {0} AND sodaID = {1};",
               mchId::ToString(), sodaId::ToString())) to slots.
           if slots <> null and slots::Rows::Count > 0
               move type Convert::ToInt32(slots::Rows[0][1]::ToString()) to capacity
               if capacity > 0 and cans > capacity
                   move type String::Format("{0} cans is more than this flavor's slots hold ({1})", cans::ToString(), capacity::ToString()) to rejWhy
                   perform addRouteReject
                   exit paragraph
               end-if
           end-if.
           if fromLoc = "DROP"
               perform loadDropShip
           else
               perform loadFromShelf
           end-if.
      * off the shelf, oldest lot first (or only the lot the line names),
      * a StockMoves row and an Inventory row per lot it takes from. The
      * case price and best-by fields belong to a DROP line and are not
      * read here -- the shelf already knows what its cans cost.
       loadFromShelf.
           move db::showAsTable(type String::Format(
               "SELECT COALESCE(lotCode, ''), SUM(CASE WHEN toLoc = '{1}' THEN cancount ELSE 0 - cancount END) AS cans FROM StockMoves WHERE sodaID = {0} AND (toLoc = '{1}' OR fromLoc = '{1}') GROUP BY COALESCE(lotCode, '') HAVING cans > 0 ORDER BY MIN(date);",
               sodaId::ToString(), sqlQuote(fromLoc))) to lotTab.
           invoke takeLot::Clear().
           invoke takeCans::Clear().
           invoke takeCost::Clear().
           invoke takeBest::Clear().
           move cans to need.
           move 0 to avail.
           if lotTab <> null
               perform varying l from 0 by 1 until l >= lotTab::Rows::Count or need = 0
                   perform takeFromLot
               end-perform
           end-if.
           if need > 0
               if lotRaw::Length > 0
                   move type String::Format("only {0} can(s) of lot {1} of that flavor at {2}", avail::ToString(), lotRaw, fromLoc) to rejWhy
               else
                   move type String::Format("only {0} can(s) of that flavor at {1}", avail::ToString(), fromLoc) to rejWhy
               end-if
               perform addRouteReject
               exit paragraph
           end-if.

           perform openRouteTx.
           if stopRun = true
               exit paragraph
           end-if.
           move 0 to linePrice.
           perform varying l from 0 by 1 until l >= takeLot::Count or txOk = false
               perform postShelfLot
           end-perform.
           move type String::Format("{0} cans from {1}, {2}", cans::ToString(), fromLoc, linePrice::ToString("F2")) to logNote.
           perform finishRouteTx.
       takeFromLot.
           if lotRaw::Length > 0 and lotTab::Rows[l][0]::ToString() <> lotRaw
               exit paragraph
           end-if.
           move type Convert::ToInt32(type Convert::ToDouble(lotTab::Rows[l][1]::ToString())) to take.
           add take to avail.
           if take > need
               move need to take
           end-if.
           subtract take from need.
      * the cans carry the cost and best-by of the last of that lot put
      * away at the source, the same as a Transfer
           move 0 to unitCost.
           move "" to curval.
           move db::showAsTable(type String::Format(
               "SELECT caseCost, COALESCE(DATE_FORMAT(bestBy, '%Y-%m-%d'), '') FROM StockMoves WHERE sodaID = {0} AND toLoc = '{1}' AND COALESCE(lotCode, '') = '{2}' ORDER BY id DESC LIMIT 1;",
               sodaId::ToString(), sqlQuote(fromLoc), sqlQuote(lotTab::Rows[l][0]::ToString()))) to srcTab.
           if srcTab <> null and srcTab::Rows::Count > 0
               move type Convert::ToDouble(srcTab::Rows[0][0]::ToString()) to unitCost
               move srcTab::Rows[0][1]::ToString() to curval
           end-if.
           invoke takeLot::Add(lotTab::Rows[l][0]::ToString()).
           invoke takeCans::Add(take).
           invoke takeCost::Add(unitCost).
           invoke takeBest::Add(curval).
       postShelfLot.
           move false to haveBestBy.
           if isValidDate(takeBest[l]) = true
               move type DateTime::ParseExact(takeBest[l], "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture) to bestBy
               move true to haveBestBy
           end-if.
           invoke ClearAllLists.
           invoke coln::Add("operator").
           invoke strin::Add(curOperator).
           invoke coln::Add("fromLoc").
           invoke strin::Add(fromLoc).
           invoke coln::Add("toLoc").
           invoke strin::Add(mchId::ToString()).
           if takeLot[l]::Length > 0
               invoke coln::Add("lotCode")
               invoke strin::Add(takeLot[l])
           end-if.
           invoke coln::Add("caseCost").
           invoke douin::Add(takeCost[l]).
           invoke coln::Add("sodaID").
           invoke intin::Add(sodaId).
           invoke coln::Add("cancount").
           invoke intin::Add(takeCans[l]).
           invoke coln::Add("date").
           invoke datin::Add(routeDate).
           if haveBestBy = true
               invoke coln::Add("bestBy")
               invoke datin::Add(bestBy)
           end-if.
           if db::insert("StockMoves", coln, strin, douin, intin, bolin, datin) = false
               move false to txOk
               exit paragraph
           end-if.
      * priced the way a Transfer prices a load into a machine
           compute portion = takeCans[l] / caseLookup.
           compute lineWorth = stdPriceLookup * portion.
           compute lineCrv = crvLookup * portion.
           compute lineNet = (stdPriceLookup - (takeCost[l] + crvLookup)) * portion.
           compute price = takeCost[l] * portion.
           add price to linePrice.
           invoke ClearAllLists.
           invoke coln::Add("operator").
           invoke strin::Add(curOperator).
           invoke coln::Add("fromLoc").
           invoke strin::Add(fromLoc).
           if takeLot[l]::Length > 0
               invoke coln::Add("lotCode")
               invoke strin::Add(takeLot[l])
           end-if.
           invoke coln::Add("Price").
           invoke douin::Add(price).
           invoke coln::Add("crv").
           invoke douin::Add(lineCrv).
           invoke coln::Add("worth").
           invoke douin::Add(lineWorth).
           invoke coln::Add("net").
           invoke douin::Add(lineNet).
           invoke coln::Add("sodaId").
           invoke intin::Add(sodaId).
           invoke coln::Add("cancount").
           invoke intin::Add(takeCans[l]).
           invoke coln::Add("machineID").
           invoke intin::Add(mchId).
           invoke coln::Add("date").
           invoke datin::Add(routeDate).
           if haveBestBy = true
               invoke coln::Add("bestBy")
               invoke datin::Add(bestBy)
           end-if.
           if db::insert("Inventory", coln, strin, douin, intin, bolin, datin) = false
               move false to txOk
           end-if.
      * bought straight into the machine, booked the way the Purchase
      * screen books it: the case price keyed on the handheld, or the
      * contracted cost with the flavor's vendor when it was left blank,
      * and the CRV and published price in effect on the route day
       loadDropShip.
           move false to haveContract.
           move db::getEl("Sodas", "vendorID", "SodaID = " & sodaId::ToString()) to venRaw.
           if venRaw <> null and venRaw::Trim()::Length > 0
               move costAsOf(sodaId, type Convert::ToInt32(venRaw), dayStamp & " 23:59:59") to contractRaw
               if contractRaw <> null and contractRaw::Trim()::Length > 0
                   move type Convert::ToDouble(contractRaw) to contractCost
                   move true to haveContract
               end-if
           end-if.
           if flds::Count > 5 and flds[5]::Trim()::Length > 0
               move 5 to fi
               perform fieldMoney
               if fieldOk = false or fieldAmt < 0
                   move "case price isn't an amount" to rejWhy
                   perform addRouteReject
                   exit paragraph
               end-if
               move fieldAmt to price
           else
               if haveContract = false
                   move "no case price on the line and no contracted cost on file" to rejWhy
                   perform addRouteReject
                   exit paragraph
               end-if
               move contractCost to price
           end-if.
           if haveContract = true and price > contractCost * 1.05
               move type String::Format("case price {0} is over the contracted {1}", price::ToString("C"), contractCost::ToString("C")) to rejWhy
               perform addRouteReject
               exit paragraph
           end-if.
           if stdPriceLookup > 0 and (price > stdPriceLookup * 3 or price < stdPriceLookup / 3)
               move type String::Format("case price {0} is far off the published {1}", price::ToString("C"), stdPriceLookup::ToString("C")) to rejWhy
               perform addRouteReject
               exit paragraph
           end-if.
           move false to haveBestBy.
           if flds::Count > 6 and flds[6]::Trim()::Length > 0
               if isValidDate(flds[6]::Trim()) = false
                   move "best-by isn't a YYYY-MM-DD date" to rejWhy
                   perform addRouteReject
                   exit paragraph
               end-if
               move type DateTime::ParseExact(flds[6]::Trim(), "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture) to bestBy
               move true to haveBestBy
           end-if.

      * the price and CRV are per case -- a partial case is its share
           compute portion = cans / caseLookup.
           compute linePrice = price * portion.
           compute lineCrv = crvLookup * portion.
           compute lineWorth = stdPriceLookup * portion.
           compute lineNet = lineWorth - (linePrice + lineCrv).

           perform openRouteTx.
           if stopRun = true
               exit paragraph
           end-if.
           invoke ClearAllLists.
           invoke coln::Add("operator").
           invoke strin::Add(curOperator).
           if lotRaw::Length > 0
               invoke coln::Add("lotCode")
               invoke strin::Add(lotRaw)
           end-if.
           invoke coln::Add("Price").
           invoke douin::Add(linePrice).
           invoke coln::Add("crv").
           invoke douin::Add(lineCrv).
           invoke coln::Add("worth").
           invoke douin::Add(lineWorth).
           invoke coln::Add("net").
           invoke douin::Add(lineNet).
           invoke coln::Add("sodaId").
           invoke intin::Add(sodaId).
           invoke coln::Add("cancount").
           invoke intin::Add(cans).
           invoke coln::Add("machineID").
           invoke intin::Add(mchId).
           invoke coln::Add("date").
           invoke datin::Add(routeDate).
           if haveBestBy = true
               invoke coln::Add("bestBy")
               invoke datin::Add(bestBy)
           end-if.
           if db::insert("Inventory", coln, strin, douin, intin, bolin, datin) = false
               move false to txOk
           end-if.
      * a drop-ship purchase is product spend by definition
           if txOk = true and linePrice > 0
               invoke ClearAllLists
               invoke coln::Add("operator")
               invoke strin::Add(curOperator)
               invoke coln::Add("category")
               invoke strin::Add("PRODUCT")
               invoke coln::Add("price")
               invoke douin::Add(linePrice)
               invoke coln::Add("machineID")
               invoke intin::Add(mchId)
               invoke coln::Add("date")
               invoke datin::Add(routeDate)
               if db::insert("Spendings", coln, strin, douin, intin, bolin, datin) = false
                   move false to txOk
               end-if
           end-if.
           move type String::Format("{0} cans drop-shipped, {1}", cans::ToString(), linePrice::ToString("F2")) to logNote.
           perform finishRouteTx.
      * the total counted for a flavor, across all its slots, against the
      * computed on-hand -- the variance posts as a cycle count does
       routeCount.
           if flds::Count < 4
               move "expected machine, flavor and cans counted" to rejWhy
               perform addRouteReject
               exit paragraph
           end-if.
           move true to fieldOk.
           move 2 to fi.
           perform fieldCount.
           move fieldInt to sodaId.
           move 3 to fi.
           perform fieldCount.
           move fieldInt to cans.
           if fieldOk = false
               move "flavor and count have to be whole numbers of zero or more" to rejWhy
               perform addRouteReject
               exit paragraph
           end-if.
           move 0 to slotCount.
           move 0 to capacity.
           move db::showAsTable(type String::Format(
               "SELECT COUNT(*), COALESCE(SUM(capacity),0) FROM Planogram WHERE machineID = {0} AND sodaID = {1};",
               mchId::ToString(), sodaId::ToString())) to slots.
           if slots <> null and slots::Rows::Count > 0
               move type Convert::ToInt32(slots::Rows[0][0]::ToString()) to slotCount
               move type Convert::ToInt32(slots::Rows[0][1]::ToString()) to capacity
           end-if.
           if slotCount = 0
               move "flavor isn't on this machine's planogram" to rejWhy
               perform addRouteReject
               exit paragraph
           end-if.
           if capacity > 0 and cans > capacity
               move type String::Format("{0} cans is more than this flavor's slots hold ({1})", cans::ToString(), capacity::ToString()) to rejWhy
               perform addRouteReject
               exit paragraph
           end-if.
           move onHand31(sodaId, mchId) to onHand.
           compute adj = cans - onHand.

           perform openRouteTx.
           if stopRun = true
               exit paragraph
           end-if.
           if adj not = 0
               invoke ClearAllLists
               invoke coln::Add("operator")
               invoke strin::Add(curOperator)
               invoke coln::Add("reason")
               invoke strin::Add("cycle count")
               invoke coln::Add("sodaID")
               invoke intin::Add(sodaId)
               invoke coln::Add("cancount")
               invoke intin::Add(adj)
               invoke coln::Add("machineID")
               invoke intin::Add(mchId)
               invoke coln::Add("date")
               invoke datin::Add(routeDate)
               if db::insert("StockAdjust", coln, strin, douin, intin, bolin, datin) = false
                   move false to txOk
               end-if
           end-if.
           move "variance " & adj::ToString() to logNote.
           perform finishRouteTx.
      * money handed back, as the Refund screen takes it. A ticket named
      * on the line is checked against the machine; closing it stays a
      * job for the Ticket screen.
       routeRefund.
           if flds::Count < 3
               move "expected machine and amount" to rejWhy
               perform addRouteReject
               exit paragraph
           end-if.
           move true to fieldOk.
           move 2 to fi.
           perform fieldMoney.
           if fieldOk = false
               move "amount isn't a number" to rejWhy
               perform addRouteReject
               exit paragraph
           end-if.
           move fieldAmt to amount.
           if amount <= 0
               move "amount has to be above zero" to rejWhy
               perform addRouteReject
               exit paragraph
           end-if.
           move "" to reason.
           if flds::Count > 3
               move flds[3]::Trim() to reason
           end-if.
           if reason::Length > 255
               move reason::Substring(0, 255) to reason
           end-if.
           move 0 to ticketId.
           if flds::Count > 4 and flds[4]::Trim()::Length > 0
               if isNumeric(flds[4]) = false
                   move "not a ticket number" to rejWhy
                   perform addRouteReject
                   exit paragraph
               end-if
               move type Convert::ToInt32(flds[4]::Trim()) to ticketId
               move db::getEl("Complaints", "machineID", "ticketID = " & ticketId::ToString()) to curval
               if curval = null
                   move "no ticket with that number" to rejWhy
                   perform addRouteReject
                   exit paragraph
               end-if
               if type Convert::ToInt32(curval) <> mchId
                   move "ticket " & ticketId::ToString() & " is for machine " & curval to rejWhy
                   perform addRouteReject
                   exit paragraph
               end-if
           end-if.
      * more handed back than the machine takes in an average bag is a
      * slipped decimal point
           move 0 to histAvg.
           move db::showAsList(type String::Format(
               "SELECT COALESCE(AVG(Ernings),0) FROM CashOut WHERE machineID = {0} AND date > ADDDATE('{1}', -90) AND date < ADDDATE('{1}', 1){2};",
               mchId::ToString(), dayStamp, voidExclusion("CashOut"))) to hits.
           if hits <> null and hits::Count > 0
               move type Convert::ToDouble(hits[0]) to histAvg
           end-if.
           if histAvg > 0 and amount > histAvg
               move type String::Format("refund {0} is more than this machine's average bag of {1}", amount::ToString("C"), histAvg::ToString("C")) to rejWhy
               perform addRouteReject
               exit paragraph
           end-if.

           perform openRouteTx.
           if stopRun = true
               exit paragraph
           end-if.
           invoke ClearAllLists.
           invoke coln::Add("operator").
           invoke strin::Add(curOperator).
           invoke coln::Add("reason").
           invoke strin::Add(reason).
           invoke coln::Add("amount").
           invoke douin::Add(amount).
           invoke coln::Add("machineID").
           invoke intin::Add(mchId).
           if ticketId > 0
               invoke coln::Add("ticketID")
               invoke intin::Add(ticketId)
           end-if.
           invoke coln::Add("date").
           invoke datin::Add(routeDate).
           if db::insert("Refunds", coln, strin, douin, intin, bolin, datin) = false
               move false to txOk
           end-if.
           move "refund " & amount::ToString("F2") to logNote.
           perform finishRouteTx.
      * blank is zero, the way the screens take an empty denomination
       fieldCount.
           move 0 to fieldInt.
           if fi < flds::Count and flds[fi]::Trim()::Length > 0
               if isNumeric(flds[fi]) = true
                   move type Convert::ToInt32(type Convert::ToDouble(flds[fi]::Trim())) to fieldInt
               else
                   move false to fieldOk
               end-if
           end-if.
           if fieldInt < 0
               move false to fieldOk
           end-if.
       fieldMoney.
           move 0 to fieldAmt.
           try
               move type Convert::ToDouble(flds[fi]::Replace("$", "")::Replace(",", "")::Trim()) to fieldAmt
           catch ex2
               move false to fieldOk
           end-try.
       openRouteTx.
           move true to txOk.
           if db::beginTransaction() = false
               perform lostDatabase
           end-if.
       finishRouteTx.
           if txOk = true
               move "POSTED" to logStatus
               perform logRouteLine
           end-if.
           if txOk = true
               invoke db::commitTransaction()
               add 1 to posted
               exit paragraph
           end-if.
           invoke db::rollbackTransaction().
           if db::checkConnection() = false
               perform lostDatabase
           else
               move "database refused the line" to rejWhy
               perform addRouteReject
           end-if.
       lostDatabase.
           move true to stopRun.
           display type String::Format("| <ERROR: Lost the database at line {0} -- run the import again to pick up from there.>", lineNo::ToString()).
       addRouteReject.
           add 1 to rejected.
           display type String::Format("REJECT line {0}  {1}  machine {2}: {3}", lineNo::ToString(), recType, mchRaw, rejWhy).
           move lines[i]::Trim() to lineTxt.
           move rejBody & lineNo::ToString() & "," & csvQuote(recType) & "," & csvQuote(mchRaw) & ","
               & csvQuote(rejWhy) & "," & csvQuote(lineTxt) & type Environment::NewLine to rejBody.
           move "REJECT" to logStatus.
           move rejWhy to logNote.
           perform logRouteLine.
      * the line's mark on the restart point: posted lines write it inside
      * their own transaction, rejects on their own
       logRouteLine.
           move lines[i]::Trim() to lineTxt.
           if lineTxt::Length > 255
               move lineTxt::Substring(0, 255) to lineTxt
           end-if.
           if logNote::Length > 255
               move logNote::Substring(0, 255) to logNote
           end-if.
           invoke ClearAllLists.
           invoke coln::Add("operator").
           invoke strin::Add(curOperator).
           invoke coln::Add("fileName").
           invoke strin::Add(fileKey).
           invoke coln::Add("driver").
           invoke strin::Add(driver).
           invoke coln::Add("recType").
           invoke strin::Add(recType).
           invoke coln::Add("status").
           invoke strin::Add(logStatus).
           invoke coln::Add("reason").
           invoke strin::Add(logNote).
           invoke coln::Add("lineText").
           invoke strin::Add(lineTxt).
           invoke coln::Add("lineNo").
           invoke intin::Add(lineNo).
           if mchId > 0
               invoke coln::Add("machineID")
               invoke intin::Add(mchId)
           end-if.
           invoke coln::Add("fileDay").
           invoke datin::Add(fileDay).
           invoke coln::Add("date").
           invoke datin::Add(type DateTime::Now).
           if db::insert("RouteDayLines", coln, strin, douin, intin, bolin, datin) = false
               move false to txOk
           end-if.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * The opener's first screen: everything that needs action today,
      * exceptions only -- yesterday's reconcile misses per machine,
      * flavors under par, purchase orders past their expected date, lots
      * inside 30 days of best-by, machines with a recent problem on the
      * service log, whatever the integrity scan has left open, and van
      * upkeep coming due on the odometer. Six trips through the Stats
      * menu become one.
      * Returns 2 when anything needs action so the batch run can flag it.
       method-id statDashboard final public.
       local-storage section.
           77 tabl              type System.Data.DataTable.
           77 indx              pic 9(19).
           77 lim               pic 9(19).
           77 mchId             type Int32.
           77 cashSum           type Double.
           77 spendSum          type Double.
           77 worthSum          type Double.
           77 refundSum         type Double.
           77 cardSum           type Double.
           77 variance          type Double.
           77 tol               type Double value 5.
           77 dclause           type String.
           77 hits              type List[type String].
           77 exceptions        type Int32 value 0.
           77 sectionHits       type Int32.
           77 moreHits          type Int32.
       linkage section.
           01 rc                type Int32.
       procedure division returning rc.
      * no console to clear under cron -- Clear() throws with redirected
      * output and would turn the whole batch dash run into rc 1
           if curOperator <> "batch"
               invoke type Console::Clear()
           end-if.
           display " ______________________________________________".
           display type String::Format("| InGen Cola   MORNING DASHBOARD   {0}  |", type DateTime::Now::ToString("yyyy-MM-dd")).
           display "|______________________________________________|".

      * --- 1: yesterday's reconcile, per machine, misses only
           display "".
           display "YESTERDAY'S RECONCILE".
           move 0 to sectionHits.
           move "CAST(date AS DATE) = SUBDATE(CAST(GetDate() AS DATE), 1)" to dclause.
           move db::showAsTable("SELECT machineID, location FROM Machines WHERE active = 1 ORDER BY machineID;") to tabl.
           if tabl <> null
               move tabl::Rows::Count to lim
               perform varying indx from 0 by 1 until indx >= lim
                   move type Convert::ToInt32(tabl::Rows[indx][0]::ToString()) to mchId
                   move db::showAsList(type String::Format("SELECT COUNT(*) FROM CashOut WHERE {0} AND machineID = {1}{2};", dclause, mchId::ToString(), voidExclusion("CashOut"))) to hits
                   if hits = null or hits::Count = 0 or hits[0] = "0"
                       display type String::Format("  machine {0} at {1}: no cashout keyed yesterday", mchId::ToString(), tabl::Rows[indx][1]::ToString())
                       add 1 to sectionHits
                   else
                       move type Convert::ToDouble(db::showAsList(type String::Format("SELECT COALESCE(SUM(Ernings),0) FROM CashOut WHERE {0} AND machineID = {1}{2};", dclause, mchId::ToString(), voidExclusion("CashOut")))[0]) to cashSum
                       move type Convert::ToDouble(db::showAsList(type String::Format("SELECT COALESCE(SUM(price),0) FROM Spendings WHERE {0} AND machineID = {1}{2};", dclause, mchId::ToString(), voidExclusion("Spendings")))[0]) to spendSum
                       move type Convert::ToDouble(db::showAsList(type String::Format("SELECT COALESCE(SUM(worth),0) FROM Inventory WHERE {0} AND machineID = {1}{2};", dclause, mchId::ToString(), voidExclusion("Inventory")))[0]) to worthSum
                       move type Convert::ToDouble(db::showAsList(type String::Format("SELECT COALESCE(SUM(amount),0) FROM Refunds WHERE {0} AND machineID = {1}{2};", dclause, mchId::ToString(), voidExclusion("Refunds")))[0]) to refundSum
                       move type Convert::ToDouble(db::showAsList(type String::Format("SELECT COALESCE(SUM(grossSales),0) FROM CardSettle WHERE {0} AND machineID = {1};", dclause, mchId::ToString()))[0]) to cardSum
                       compute variance = (cashSum + cardSum + refundSum) - (worthSum - spendSum)
                       if type Math::Abs(variance) > tol
                           display type String::Format("  machine {0} at {1}: OUT OF TOLERANCE by {2}", mchId::ToString(), tabl::Rows[indx][1]::ToString(), variance::ToString("C"))
                           add 1 to sectionHits
                       end-if
                   end-if
               end-perform
           end-if.
           if sectionHits = 0
               display "  (all machines reconciled clean)"
           end-if.
           add sectionHits to exceptions.

      * --- 2: flavors under par (write-offs and count adjustments in)
           display "".
           display "UNDER PAR".
           move 0 to sectionHits.
           move db::showAsTable(
               "SELECT SodaName, parLevel, (COALESCE(SUM(cancount),0) - COALESCE((SELECT SUM(w.cancount) FROM WriteOffs w WHERE w.sodaID = Sodas.SodaID AND w.date > ADDDATE(GetDate(), -31)),0) + COALESCE((SELECT SUM(a.cancount) FROM StockAdjust a WHERE a.sodaID = Sodas.SodaID AND a.date > ADDDATE(GetDate(), -31)),0)) AS onhand FROM Sodas LEFT JOIN Inventory ON Inventory.SodaID = Sodas.SodaID AND Inventory.date > ADDDATE(GetDate(), -31)" & voidExclusion("Inventory") & " GROUP BY Sodas.SodaID, SodaName, parLevel HAVING onhand < parLevel ORDER BY (onhand - parLevel) ASC;") to tabl.
           if tabl <> null and tabl::Rows::Count > 0
               move tabl::Rows::Count to lim
               perform varying indx from 0 by 1 until indx >= lim
                   display type String::Format("  {0,-18} {1} of par {2}",
                                               tabl::Rows[indx][0]::ToString(),
                                               Type Convert::ToDouble(tabl::Rows[indx][2]::ToString())::ToString("N0"),
                                               tabl::Rows[indx][1]::ToString())
                   add 1 to sectionHits
               end-perform
           end-if.
           if sectionHits = 0
               display "  (every flavor is at or over par)"
           end-if.
           add sectionHits to exceptions.

      * --- 3: purchase orders past their expected date
           display "".
           display "LATE PURCHASE ORDERS".
           move 0 to sectionHits.
           move db::showAsTable("SELECT PurchaseOrders.id, SodaName, vendorName, (cases - casesReceived), expectedDate, status FROM PurchaseOrders INNER JOIN Sodas ON Sodas.SodaID = PurchaseOrders.sodaID INNER JOIN Vendors ON Vendors.vendorID = PurchaseOrders.vendorID WHERE status IN ('OPEN', 'BACKORDER') AND expectedDate < CAST(GetDate() AS DATE) ORDER BY expectedDate;") to tabl.
           if tabl <> null and tabl::Rows::Count > 0
               move tabl::Rows::Count to lim
               perform varying indx from 0 by 1 until indx >= lim
                   display type String::Format("  PO {0}: {1} from {2}, {3} case(s) owed, expected {4} ({5})",
                                               tabl::Rows[indx][0]::ToString(),
                                               tabl::Rows[indx][1]::ToString(),
                                               tabl::Rows[indx][2]::ToString(),
                                               tabl::Rows[indx][3]::ToString(),
                                               Type Convert::ToDateTime(tabl::Rows[indx][4]::ToString())::ToString("yyyy-MM-dd"),
                                               tabl::Rows[indx][5]::ToString())
                   add 1 to sectionHits
               end-perform
           end-if.
           if sectionHits = 0
               display "  (nothing overdue)"
           end-if.
           add sectionHits to exceptions.

      * --- 4: lots inside 30 days of best-by
           display "".
           display "EXPIRING LOTS (30 days)".
           move 0 to sectionHits.
           move db::showAsTable(type String::Format(
               "SELECT bestBy, SodaName, machineID, cancount FROM Inventory INNER JOIN Sodas ON Sodas.SodaID = Inventory.sodaID WHERE bestBy IS NOT NULL AND bestBy <= ADDDATE(GetDate(), 30){0} ORDER BY bestBy ASC;",
               voidExclusion("Inventory"))) to tabl.
           if tabl <> null and tabl::Rows::Count > 0
               move tabl::Rows::Count to lim
               perform varying indx from 0 by 1 until indx >= lim
                   display type String::Format("  {0}  {1,-16} mach {2}, {3} can(s)",
                                               Type Convert::ToDateTime(tabl::Rows[indx][0]::ToString())::ToString("yyyy-MM-dd"),
                                               tabl::Rows[indx][1]::ToString(),
                                               tabl::Rows[indx][2]::ToString(),
                                               tabl::Rows[indx][3]::ToString())
                   add 1 to sectionHits
               end-perform
           end-if.
           if sectionHits = 0
               display "  (nothing close to its date)"
           end-if.
           add sectionHits to exceptions.

      * --- 5: machines out of service right now
           display "".
           display "MACHINES DOWN RIGHT NOW".
           move 0 to sectionHits.
           move db::showAsTable("SELECT downDate, OutageLog.machineID, COALESCE(location, ''), reason FROM OutageLog LEFT JOIN Machines ON Machines.machineID = OutageLog.machineID WHERE upDate IS NULL ORDER BY downDate;") to tabl.
           if tabl <> null and tabl::Rows::Count > 0
               move tabl::Rows::Count to lim
               perform varying indx from 0 by 1 until indx >= lim
                   display type String::Format("  machine {0} at {1}: down since {2} -- {3}",
                                               tabl::Rows[indx][1]::ToString(),
                                               tabl::Rows[indx][2]::ToString(),
                                               Type Convert::ToDateTime(tabl::Rows[indx][0]::ToString())::ToString("yyyy-MM-dd HH:mm"),
                                               tabl::Rows[indx][3]::ToString())
                   add 1 to sectionHits
               end-perform
           end-if.
           if sectionHits = 0
               display "  (everything is in service)"
           end-if.
           add sectionHits to exceptions.

      * --- 6: machines with a recent problem on the service log
           display "".
           display "RECENT MACHINE PROBLEMS (7 days)".
           move 0 to sectionHits.
           move db::showAsTable("SELECT date, ServiceLog.machineID, COALESCE(location, ''), problem FROM ServiceLog LEFT JOIN Machines ON Machines.machineID = ServiceLog.machineID WHERE date > ADDDATE(GetDate(), -7) ORDER BY date DESC;") to tabl.
           if tabl <> null and tabl::Rows::Count > 0
               move tabl::Rows::Count to lim
               perform varying indx from 0 by 1 until indx >= lim
                   display type String::Format("  {0}  machine {1} at {2}: {3}",
                                               Type Convert::ToDateTime(tabl::Rows[indx][0]::ToString())::ToString("yyyy-MM-dd"),
                                               tabl::Rows[indx][1]::ToString(),
                                               tabl::Rows[indx][2]::ToString(),
                                               tabl::Rows[indx][3]::ToString())
                   add 1 to sectionHits
               end-perform
           end-if.
           if sectionHits = 0
               display "  (no recent service visits)"
           end-if.
           add sectionHits to exceptions.

      * --- 7: open problems from the integrity scan, worst first
           display "".
           display "DATA INTEGRITY (open until cleared in Audit)".
           move 0 to sectionHits.
           move db::showAsTable("SELECT id, severity, detail FROM IntegrityExceptions WHERE clearedDate IS NULL ORDER BY FIELD(severity, 'HIGH', 'MEDIUM', 'LOW'), id;") to tabl.
           if tabl <> null and tabl::Rows::Count > 0
               move tabl::Rows::Count to lim
               perform varying indx from 0 by 1 until indx >= lim
      * the first ten tell the story; the rest are on the Audit screen
                   if indx < 10
                       display type String::Format("  #{0} {1,-6} {2}",
                                                   tabl::Rows[indx][0]::ToString(),
                                                   tabl::Rows[indx][1]::ToString(),
                                                   tabl::Rows[indx][2]::ToString())
                   end-if
                   add 1 to sectionHits
               end-perform
               if sectionHits > 10
                   subtract 10 from sectionHits giving moreHits
                   display type String::Format("  ... and {0} more", moreHits::ToString())
               end-if
           end-if.
           if sectionHits = 0
               display "  (nothing open)"
           end-if.
           add sectionHits to exceptions.

      * --- 8: van upkeep due or past due on the odometer
           display "".
           display type String::Format("VAN SERVICE DUE (within {0} miles)", vanLeadMiles).
           move 0 to sectionHits.
           move vehicleDueList() to tabl.
           if tabl <> null and tabl::Rows::Count > 0
               move tabl::Rows::Count to lim
               perform varying indx from 0 by 1 until indx >= lim
                   display type String::Format("  van {0} ({1}): {2} every {3} mi, last at {4}, odometer {5} -- {6}",
                                               tabl::Rows[indx][1]::ToString(),
                                               tabl::Rows[indx][2]::ToString(),
                                               tabl::Rows[indx][3]::ToString(),
                                               tabl::Rows[indx][4]::ToString(),
                                               tabl::Rows[indx][5]::ToString(),
                                               tabl::Rows[indx][6]::ToString(),
                                               tabl::Rows[indx][8]::ToString())
                   add 1 to sectionHits
               end-perform
           end-if.
           if sectionHits = 0
               display "  (no van work coming due)"
           end-if.
           add sectionHits to exceptions.

           display "".
           if exceptions = 0
               display "Nothing needs action. Go pour a coffee."
               move 0 to rc
           else
               display type String::Format("{0} item(s) need action today.", exceptions::ToString())
               move 2 to rc
           end-if.
           display "".
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * Outgoing mail settings live in mail.cfg next to the executable,
      * the same way the connection string lives in soda.cfg, so a new
      * mail server or a new supervisor address never needs a rebuild.
      * One "name = value" per line, # starts a comment:
      *     host = smtp.example.com          server name
      *     port = 587                       blank for 25
      *     ssl = yes                        yes/no
      *     user = / password =              blank for an open relay
      *     from = vending@example.com       sender address
      *     list.supervisors = a@x.com; b@x.com
      *     list.<name> = ...                any other recipient list
      * The alert job mails list.supervisors; a scheduled report mails
      * whatever list name (or plain addresses) its schedule names.
       method-id loadMailConfig final private.
       local-storage section.
           77 cfgPath       type String.
           77 lines         type String occurs any.
           77 cfgLine       type String.
           77 i             type Int32.
           77 eq            type Int32.
           77 valStart      type Int32.
           77 ex            type Exception.
       linkage section.
           01 ret           type Boolean.
       procedure division returning ret.
           if mailCfg <> null
               move true to ret
               goback
           end-if.
           move false to ret.
           move type String::Format("{0}mail.cfg", type System.AppDomain::CurrentDomain::BaseDirectory) to cfgPath.
           try
               if type System.IO.File::Exists(cfgPath) = false
                   display "mail: no mail.cfg found next to the executable -- nothing can be mailed."
                   goback
               end-if
               move type System.IO.File::ReadAllLines(cfgPath) to lines
               move new type System.Collections.Generic.Dictionary[type String, type String] to mailCfg
               perform varying i from 0 by 1 until i >= lines::Length
                   move lines[i]::Trim() to cfgLine
                   move cfgLine::IndexOf("=") to eq
                   if eq > 0 and cfgLine::StartsWith("#") = false
                       compute valStart = eq + 1
                       move cfgLine::Substring(valStart)::Trim() to mailCfg[cfgLine::Substring(0, eq)::Trim()::ToLower()]
                   end-if
               end-perform
               move true to ret
           catch ex
               display "mail: could not read mail.cfg " ex::Message
               move null to mailCfg
           end-try.
           goback.
       end method.
       method-id mailSetting final private.
       local-storage section.
       linkage section.
           01 settingName   type String.
           01 ret           type String.
       procedure division using settingName returning ret.
           move "" to ret.
           if mailCfg <> null and mailCfg::ContainsKey(settingName) = true
               move mailCfg[settingName] to ret
           end-if.
           goback.
       end method.
      * ////////////////////////////////////////////////////////////////////////////// resolveRecipients
      * Turns "supervisors; jan@example.com" into a comma list of plain
      * addresses: anything with an @ is taken as is, anything else is a
      * list name looked up as list.<name> in mail.cfg.
       method-id resolveRecipients final private.
       local-storage section.
           77 names         type String occurs any.
           77 addrs         type String occurs any.
           77 i             type Int32.
           77 j             type Int32.
           77 oneName       type String.
       linkage section.
           01 spec          type String.
           01 ret           type String.
       procedure division using spec returning ret.
           move "" to ret.
           move spec::Replace(",", ";")::Split(';') to names.
           perform varying i from 0 by 1 until i >= names::Length
               move names[i]::Trim() to oneName
               if oneName::Length > 0
                   if oneName::Contains("@") = true
                       perform addAddress
                   else
                       move mailSetting("list." & oneName::ToLower())::Replace(",", ";")::Split(';') to addrs
                       if addrs::Length = 1 and addrs[0]::Trim()::Length = 0
                           display "mail: no list." & oneName::ToLower() & " in mail.cfg"
                       end-if
                       perform varying j from 0 by 1 until j >= addrs::Length
                           move addrs[j]::Trim() to oneName
                           if oneName::Length > 0
                               perform addAddress
                           end-if
                       end-perform
                   end-if
               end-if
           end-perform.
           goback.
       addAddress.
           if ret::Length > 0
               move ret & "," to ret
           end-if.
           move ret & oneName to ret.
       end method.
      * ////////////////////////////////////////////////////////////////////////////// sendMail
      * Mails a plain-text message, with a file attached when one is
      * named, to the recipients in spec (see resolveRecipients). False,
      * with the reason on the console, when mail.cfg is missing, the
      * recipient list comes out empty, or the server refuses.
       method-id sendMail final public.
       local-storage section.
           77 toList        type String.
           77 msg           type System.Net.Mail.MailMessage.
           77 client        type System.Net.Mail.SmtpClient.
           77 port          type Int32 value 25.
           77 ex            type Exception.
       linkage section.
           01 spec          type String.
           01 subject       type String.
           01 body          type String.
           01 attachPath    type String.
           01 ret           type Boolean.
       procedure division using spec, subject, body, attachPath returning ret.
           move false to ret.
           if loadMailConfig() = false
               goback
           end-if.
           if mailSetting("host")::Length = 0 or mailSetting("from")::Length = 0
               display "mail: mail.cfg needs at least host and from."
               goback
           end-if.
           move resolveRecipients(spec) to toList.
           if toList::Length = 0
               display "mail: nobody to send """ & subject & """ to."
               goback
           end-if.
           if isNumeric(mailSetting("port")) = true
               move type Convert::ToInt32(mailSetting("port")) to port
           end-if.
           try
               move type System.Net.Mail.MailMessage::new() to msg
               move type System.Net.Mail.MailAddress::new(mailSetting("from")) to msg::From
               invoke msg::To::Add(toList)
               move subject to msg::Subject
               move body to msg::Body
               if attachPath <> null and attachPath::Length > 0 and type System.IO.File::Exists(attachPath) = true
                   invoke msg::Attachments::Add(type System.Net.Mail.Attachment::new(type System.IO.Path::GetFullPath(attachPath)))
               end-if
               move type System.Net.Mail.SmtpClient::new(mailSetting("host"), port) to client
               if mailSetting("ssl")::ToLower() = "yes"
                   move true to client::EnableSsl
               end-if
               if mailSetting("user")::Length > 0
                   move type System.Net.NetworkCredential::new(mailSetting("user"), mailSetting("password")) to client::Credentials
               end-if
               invoke client::Send(msg)
               invoke msg::Dispose()
               display "mail: sent """ & subject & """ to " & toList
               move true to ret
           catch ex
               display "mail: could not send """ & subject & """ -- " & ex::Message
           end-try.
           goback.
       end method.
      * ////////////////////////////////////////////////////////////////////////////// runIntegrityScan
      * Nightly cross-table checks for records that have drifted out of
      * line: loads and cashouts naming a flavor or machine that is not
      * on file, planogram slots on a flavor no longer stocked, POs that
      * received more than was ordered, void/correction log entries whose
      * record is gone, rows sitting in both a live table and its archive
      * twin (a partial restore or a half-run year-end close), and stock
      * counts gone negative, and 1099 payees with no TIN or commission
      * machines with no payee. Every problem becomes (or restamps) an open
      * row in IntegrityExceptions, which the dashboard shows until it is
      * cleared from the Audit menu; the open list is also written to a
      * CSV. Returns 2 while anything is open, so the scheduler's run log
      * and the alert job flag it.
       method-id runIntegrityScan final public.
       local-storage section.
           77 scanStamp         type String.
           77 checkCode         type String.
           77 severity          type String.
           77 checkTbl          type String.
           77 checkSql          type String.
           77 tabl              type System.Data.DataTable.
           77 logList           type String value "VoidLog,CorrectionLog".
           77 liveList          type String value "Inventory,CashOut,Spendings,Refunds,VoidLog,CorrectionLog".
           77 logTabs           type String occurs any.
           77 liveTabs          type String occurs any.
           77 logTbl            type String.
           77 refTbl            type String.
           77 pkCol             type String.
           77 archCheck         type String.
           77 names             type List[type String].
           77 indx              type Int32.
           77 i                 type Int32.
           77 j                 type Int32.
           77 refKey            type String.
           77 issueText         type String.
           77 openId            type String.
           77 foundCount        type Int32 value 0.
           77 newCount          type Int32 value 0.
           77 openCount         type String.
       linkage section.
           01 rc                type Int32.
       procedure division returning rc.
           move 0 to rc.
      * every row this scan touches carries the same stamp, so "not seen
      * by the last scan" is simply lastSeen older than the newest stamp
           move type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss") to scanStamp.
           display "Integrity scan " & scanStamp.

      * --- records naming a flavor or machine that is not on file
           move "INV_SODA" to checkCode.
           move "HIGH" to severity.
           move "Inventory" to checkTbl.
           move "SELECT i.id, CONCAT('Inventory #', i.id, ' names flavor ', i.sodaID, ' which is not in Sodas') FROM Inventory i WHERE NOT EXISTS (SELECT 1 FROM Sodas s WHERE s.SodaID = i.sodaID);" to checkSql.
           perform runCheck.
           move "INV_MACH" to checkCode.
           move "SELECT i.id, CONCAT('Inventory #', i.id, ' names machine ', i.machineID, ' which is not in Machines') FROM Inventory i WHERE NOT EXISTS (SELECT 1 FROM Machines m WHERE m.machineID = i.machineID);" to checkSql.
           perform runCheck.
           move "CASH_MACH" to checkCode.
           move "CashOut" to checkTbl.
           move "SELECT c.id, CONCAT('CashOut #', c.id, ' names machine ', c.machineID, ' which is not in Machines') FROM CashOut c WHERE NOT EXISTS (SELECT 1 FROM Machines m WHERE m.machineID = c.machineID);" to checkSql.
           perform runCheck.

      * --- planogram slots on a flavor that is gone or no longer stocked
           move "PLANO_SODA" to checkCode.
           move "MEDIUM" to severity.
           move "Planogram" to checkTbl.
           move "SELECT p.id, CONCAT('Machine ', p.machineID, ' slot ', p.slotCode, ' is set to ', COALESCE(s.SodaName, CONCAT('missing flavor ', p.sodaID)), CASE WHEN s.SodaID IS NULL THEN '' ELSE ', which is no longer stocked' END) FROM Planogram p LEFT JOIN Sodas s ON s.SodaID = p.sodaID WHERE s.SodaID IS NULL OR s.active = 0;" to checkSql.
           perform runCheck.

      * --- purchase orders received past what was ordered
           move "PO_OVERRECV" to checkCode.
           move "PurchaseOrders" to checkTbl.
           move "SELECT id, CONCAT('PO ', id, ' received ', casesReceived, ' case(s) against ', cases, ' ordered') FROM PurchaseOrders WHERE casesReceived > cases;" to checkSql.
           perform runCheck.

      * --- void/correction log entries whose record is gone. The logs
      * name the table, so the key column comes from the schema; a row
      * that went to the year-end archive still counts as on file
           move "LOG_ORPHAN" to checkCode.
           move "LOW" to severity.
           move logList::Split(',') to logTabs.
           perform varying i from 0 by 1 until i >= logTabs::Length
               move logTabs[i] to logTbl
               move logTbl to checkTbl
               move db::showAsList("SELECT DISTINCT tableName FROM " & logTbl & ";") to names
               if names <> null
                   perform varying j from 0 by 1 until j >= names::Count
                       move names[j] to refTbl
                       perform logOrphans
                   end-perform
               end-if
           end-perform.

      * --- rows in both a live table and its archive twin
           move "ARCH_DUP" to checkCode.
           move "HIGH" to severity.
           move liveList::Split(',') to liveTabs.
           perform varying i from 0 by 1 until i >= liveTabs::Length
               move liveTabs[i] to checkTbl
               move type String::Format(
                   "SELECT a.id, CONCAT('{0} #', a.id, ' is in both {0} and {0}_Archive') FROM {0} a INNER JOIN {0}_Archive b ON b.id = a.id;",
                   checkTbl) to checkSql
               perform runCheck
           end-perform.

      * --- stock counts gone negative: a stockroom or truck balance is a
      * running total, so below zero means a move was keyed wrong; the
      * machine figure is the 31-day on-hand before onHand31 clamps it
           move "NEG_STOCK" to checkCode.
           move "StockMoves" to checkTbl.
           move "SELECT CONCAT(l.locCode, '/', s.SodaID), CONCAT(l.locCode, ' holds ', SUM(CASE WHEN m.toLoc = l.locCode THEN m.cancount ELSE 0 - m.cancount END), ' can(s) of ', s.SodaName) FROM StockMoves m INNER JOIN StockLocations l ON (l.locCode = m.toLoc OR l.locCode = m.fromLoc) INNER JOIN Sodas s ON s.SodaID = m.sodaID GROUP BY l.locCode, s.SodaID, s.SodaName HAVING SUM(CASE WHEN m.toLoc = l.locCode THEN m.cancount ELSE 0 - m.cancount END) < 0;" to checkSql.
           perform runCheck.
           move "NEG_ONHAND" to checkCode.
           move "MEDIUM" to severity.
           move "Inventory" to checkTbl.
           move type String::Format(
               "SELECT CONCAT(t.machineID, '/', t.sodaID), CONCAT('Machine ', t.machineID, ' shows ', SUM(t.q), ' can(s) of flavor ', t.sodaID, ' on hand over the last 31 days') FROM (SELECT machineID, sodaID, cancount AS q FROM Inventory WHERE date > ADDDATE(GetDate(), -31){0} UNION ALL SELECT machineID, sodaID, 0 - cancount FROM WriteOffs WHERE date > ADDDATE(GetDate(), -31) UNION ALL SELECT machineID, sodaID, cancount FROM StockAdjust WHERE date > ADDDATE(GetDate(), -31)) t GROUP BY t.machineID, t.sodaID HAVING SUM(t.q) < 0;",
               voidExclusion("Inventory")) to checkSql.
           perform runCheck.

      * --- 1099 payees the year-end run could not file: no good TIN, or
      * a commission machine with no payee at all. These get worse as the
      * year runs out, so from October they go up to HIGH (an open row
      * takes the new severity when it is restamped)
           move "PAYEE_TIN" to checkCode.
           move "MEDIUM" to severity.
           if type DateTime::Now::Month >= 10
               move "HIGH" to severity
           end-if.
           move "Payees" to checkTbl.
           move "SELECT p.payeeID, CONCAT('Payee ', p.payeeID, ' (', p.payeeName, ') gets a 1099 but has ', CASE WHEN COALESCE(p.tin, '') = '' THEN 'no TIN' ELSE 'a TIN that is not 9 digits' END, ' on file') FROM Payees p WHERE p.is1099 = 1 AND (CHAR_LENGTH(COALESCE(p.tin, '')) <> 9 OR p.tin REGEXP '[^0-9]') AND (p.active = 1 OR EXISTS (SELECT 1 FROM Machines m WHERE m.payeeID = p.payeeID) OR EXISTS (SELECT 1 FROM CommissionPay c WHERE c.payeeID = p.payeeID AND YEAR(c.date) = YEAR(GetDate())));" to checkSql.
           perform runCheck.
           move "NO_PAYEE" to checkCode.
           move "Machines" to checkTbl.
           move "SELECT m.machineID, CONCAT('Machine ', m.machineID, ' pays a ', m.commissionRate, '% commission but has no payee linked') FROM Machines m WHERE m.active = 1 AND m.commissionRate > 0 AND COALESCE(m.payeeID, 0) = 0;" to checkSql.
           perform runCheck.

      * a scan that finds nothing still has to move "last scan" on, or
      * the Audit screen's clear-what-is-fixed would go by an older scan --
      * so each scan leaves an already-cleared marker row with its stamp
           invoke db::runQuery(type String::Format(
               "INSERT INTO IntegrityExceptions (checkCode, severity, tableName, refKey, detail, firstSeen, lastSeen, clearedDate, clearedBy) VALUES ('SCAN', 'INFO', '', '{0}', '{1} problem(s) found', '{0}', '{0}', '{0}', '{2}');",
               scanStamp, foundCount, sqlQuote(curOperator))).
           move db::getEl("IntegrityExceptions", "COUNT(*)", "clearedDate IS NULL") to openCount.
           display type String::Format("Integrity scan: {0} problem(s) found, {1} new, {2} open in all.", foundCount, newCount, openCount).
           move db::showAsTable("SELECT id, severity, checkCode, tableName, refKey, detail, firstSeen, lastSeen FROM IntegrityExceptions WHERE clearedDate IS NULL ORDER BY FIELD(severity, 'HIGH', 'MEDIUM', 'LOW'), id;") to tabl.
           if tabl <> null and tabl::Rows::Count > 0
               invoke saveTableToCsv(tabl, "integrity")
               move 2 to rc
           end-if.
           goback.
       runCheck.
           move db::showAsTable(checkSql) to tabl.
           if tabl = null
               exit paragraph
           end-if.
           perform varying indx from 0 by 1 until indx >= tabl::Rows::Count
               move tabl::Rows[indx][0]::ToString() to refKey
               move tabl::Rows[indx][1]::ToString() to issueText
               if issueText::Length > 255
                   move issueText::Substring(0, 255) to issueText
               end-if
               add 1 to foundCount
               move db::getEl("IntegrityExceptions", "MAX(id)", type String::Format(
                   "checkCode = '{0}' AND tableName = '{1}' AND refKey = '{2}' AND clearedDate IS NULL",
                   checkCode, checkTbl, sqlQuote(refKey))) to openId
               if openId <> null and openId::Length > 0
                   invoke db::runQuery(type String::Format(
                       "UPDATE IntegrityExceptions SET lastSeen = '{0}', detail = '{1}', severity = '{3}' WHERE id = {2};",
                       scanStamp, sqlQuote(issueText), openId, severity))
               else
                   display "  " & severity & "  " & issueText
                   add 1 to newCount
                   invoke db::runQuery(type String::Format(
                       "INSERT INTO IntegrityExceptions (checkCode, severity, tableName, refKey, detail, firstSeen, lastSeen) VALUES ('{0}', '{1}', '{2}', '{3}', '{4}', '{5}', '{5}');",
                       checkCode, severity, checkTbl, sqlQuote(refKey), sqlQuote(issueText), scanStamp))
               end-if
           end-perform.
       logOrphans.
           move db::getEl("information_schema.KEY_COLUMN_USAGE", "COALESCE(MAX(COLUMN_NAME), '')", type String::Format(
               "TABLE_SCHEMA = DATABASE() AND TABLE_NAME = '{0}' AND CONSTRAINT_NAME = 'PRIMARY'", sqlQuote(refTbl))) to pkCol.
           if pkCol = null or pkCol::Length = 0
               move type String::Format(
                   "SELECT '{1}', CONCAT(COUNT(*), ' {0} entr(ies) name table {1}, which does not exist') FROM {0} WHERE tableName = '{1}';",
                   logTbl, sqlQuote(refTbl)) to checkSql
               perform runCheck
               exit paragraph
           end-if.
           move "" to archCheck.
           if db::getEl("information_schema.TABLES", "COUNT(*)", type String::Format(
                   "TABLE_SCHEMA = DATABASE() AND TABLE_NAME = '{0}_Archive'", sqlQuote(refTbl))) = "1"
               move type String::Format(" AND NOT EXISTS (SELECT 1 FROM {0}_Archive r WHERE r.{1} = v.origId)", refTbl, pkCol) to archCheck
           end-if.
           move type String::Format(
               "SELECT v.id, CONCAT('{0} #', v.id, ' points at {1} #', v.origId, ', which is not on file') FROM {0} v WHERE v.tableName = '{1}' AND NOT EXISTS (SELECT 1 FROM {1} t WHERE t.{2} = v.origId){3};",
               logTbl, refTbl, pkCol, archCheck) to checkSql.
           perform runCheck.
       end method.
      * ////////////////////////////////////////////////////////////////////////////// runAlerts
      * The dashboard's exceptions, mailed to list.supervisors so nobody
      * has to open the program to hear about them: a machine out of
      * tolerance on yesterday's reconcile, flavors under par, late
      * purchase orders, lots inside 30 days of best-by, machines down
      * more than a day, and scheduled runs that ended with a nonzero rc.
      * Each item is logged in AlertLog once mailed; a variance, a lot, an
      * outage and a failed run are mailed once, the par and PO reminders
      * once a day for as long as they last. Meant to be scheduled (or run
      * from cron) a few times a day -- a rerun only mails what is new.
      * Always looks at "now": a catch-up run has nothing to add to news
      * that went out at the time. Returns 1 when the mail did not go.
       method-id runAlerts final public.
       local-storage section.
           77 tabl              type System.Data.DataTable.
           77 indx              type Int32.
           77 mchId             type Int32.
           77 cashSum           type Double.
           77 spendSum          type Double.
           77 worthSum          type Double.
           77 refundSum         type Double.
           77 cardSum           type Double.
           77 variance          type Double.
           77 tol               type Double value 5.
           77 dclause           type String.
           77 today             type String.
           77 yday              type String.
           77 alertKey          type String.
           77 alertText         type String.
           77 alertKeys         type List[type String] value new type List[type String].
           77 alertTexts        type List[type String] value new type List[type String].
           77 body              type String value "".
       linkage section.
           01 rc                type Int32.
       procedure division returning rc.
           move 0 to rc.
           move type DateTime::Now::ToString("yyyy-MM-dd") to today.
           move type DateTime::Now::AddDays(-1)::ToString("yyyy-MM-dd") to yday.

      * --- yesterday's reconcile, per machine -- same arithmetic as the
      * dashboard
           move "CAST(date AS DATE) = SUBDATE(CAST(GetDate() AS DATE), 1)" to dclause.
           move db::showAsTable("SELECT machineID, location FROM Machines WHERE active = 1 ORDER BY machineID;") to tabl.
           if tabl <> null
               perform varying indx from 0 by 1 until indx >= tabl::Rows::Count
                   move type Convert::ToInt32(tabl::Rows[indx][0]::ToString()) to mchId
                   move type Convert::ToDouble(db::showAsList(type String::Format("SELECT COALESCE(SUM(Ernings),0) FROM CashOut WHERE {0} AND machineID = {1}{2};", dclause, mchId::ToString(), voidExclusion("CashOut")))[0]) to cashSum
                   move type Convert::ToDouble(db::showAsList(type String::Format("SELECT COALESCE(SUM(price),0) FROM Spendings WHERE {0} AND machineID = {1}{2};", dclause, mchId::ToString(), voidExclusion("Spendings")))[0]) to spendSum
                   move type Convert::ToDouble(db::showAsList(type String::Format("SELECT COALESCE(SUM(worth),0) FROM Inventory WHERE {0} AND machineID = {1}{2};", dclause, mchId::ToString(), voidExclusion("Inventory")))[0]) to worthSum
                   move type Convert::ToDouble(db::showAsList(type String::Format("SELECT COALESCE(SUM(amount),0) FROM Refunds WHERE {0} AND machineID = {1}{2};", dclause, mchId::ToString(), voidExclusion("Refunds")))[0]) to refundSum
                   move type Convert::ToDouble(db::showAsList(type String::Format("SELECT COALESCE(SUM(grossSales),0) FROM CardSettle WHERE {0} AND machineID = {1};", dclause, mchId::ToString()))[0]) to cardSum
                   compute variance = (cashSum + cardSum + refundSum) - (worthSum - spendSum)
                   if type Math::Abs(variance) > tol
                       move type String::Format("VAR:{0}:{1}", mchId, yday) to alertKey
                       move type String::Format("Reconcile {0}: machine {1} at {2} is out of tolerance by {3}",
                           yday, mchId, tabl::Rows[indx][1]::ToString(), variance::ToString("C")) to alertText
                       perform addAlert
                   end-if
               end-perform
           end-if.

      * --- flavors under par
           move db::showAsTable(
               "SELECT SodaName, parLevel, (COALESCE(SUM(cancount),0) - COALESCE((SELECT SUM(w.cancount) FROM WriteOffs w WHERE w.sodaID = Sodas.SodaID AND w.date > ADDDATE(GetDate(), -31)),0) + COALESCE((SELECT SUM(a.cancount) FROM StockAdjust a WHERE a.sodaID = Sodas.SodaID AND a.date > ADDDATE(GetDate(), -31)),0)) AS onhand FROM Sodas LEFT JOIN Inventory ON Inventory.SodaID = Sodas.SodaID AND Inventory.date > ADDDATE(GetDate(), -31)" & voidExclusion("Inventory") & " GROUP BY Sodas.SodaID, SodaName, parLevel HAVING onhand < parLevel ORDER BY (onhand - parLevel) ASC;") to tabl.
           if tabl <> null
               perform varying indx from 0 by 1 until indx >= tabl::Rows::Count
                   move type String::Format("PAR:{0}:{1}", tabl::Rows[indx][0]::ToString(), today) to alertKey
                   move type String::Format("Under par: {0} at {1} of par {2}",
                       tabl::Rows[indx][0]::ToString(),
                       type Convert::ToDouble(tabl::Rows[indx][2]::ToString())::ToString("N0"),
                       tabl::Rows[indx][1]::ToString()) to alertText
                   perform addAlert
               end-perform
           end-if.

      * --- purchase orders past their expected date
           move db::showAsTable("SELECT PurchaseOrders.id, SodaName, vendorName, (cases - casesReceived), expectedDate FROM PurchaseOrders INNER JOIN Sodas ON Sodas.SodaID = PurchaseOrders.sodaID INNER JOIN Vendors ON Vendors.vendorID = PurchaseOrders.vendorID WHERE status IN ('OPEN', 'BACKORDER') AND expectedDate < CAST(GetDate() AS DATE) ORDER BY expectedDate;") to tabl.
           if tabl <> null
               perform varying indx from 0 by 1 until indx >= tabl::Rows::Count
                   move type String::Format("PO:{0}:{1}", tabl::Rows[indx][0]::ToString(), today) to alertKey
                   move type String::Format("Late PO {0}: {1} from {2}, {3} case(s) owed, expected {4}",
                       tabl::Rows[indx][0]::ToString(),
                       tabl::Rows[indx][1]::ToString(),
                       tabl::Rows[indx][2]::ToString(),
                       tabl::Rows[indx][3]::ToString(),
                       type Convert::ToDateTime(tabl::Rows[indx][4]::ToString())::ToString("yyyy-MM-dd")) to alertText
                   perform addAlert
               end-perform
           end-if.

      * --- lots inside 30 days of best-by
           move db::showAsTable(type String::Format(
               "SELECT Inventory.id, bestBy, SodaName, machineID, cancount, COALESCE(lotCode, '') FROM Inventory INNER JOIN Sodas ON Sodas.SodaID = Inventory.sodaID WHERE bestBy IS NOT NULL AND bestBy <= ADDDATE(GetDate(), 30){0} ORDER BY bestBy ASC;",
               voidExclusion("Inventory"))) to tabl.
           if tabl <> null
               perform varying indx from 0 by 1 until indx >= tabl::Rows::Count
                   move "LOT:" & tabl::Rows[indx][0]::ToString() to alertKey
                   move type String::Format("Lot {4} best-by {0}: {1} in machine {2}, {3} can(s)",
                       type Convert::ToDateTime(tabl::Rows[indx][1]::ToString())::ToString("yyyy-MM-dd"),
                       tabl::Rows[indx][2]::ToString(),
                       tabl::Rows[indx][3]::ToString(),
                       tabl::Rows[indx][4]::ToString(),
                       tabl::Rows[indx][5]::ToString()) to alertText
                   perform addAlert
               end-perform
           end-if.

      * --- machines down more than a day
           move db::showAsTable("SELECT OutageLog.id, downDate, OutageLog.machineID, COALESCE(location, ''), reason FROM OutageLog LEFT JOIN Machines ON Machines.machineID = OutageLog.machineID WHERE upDate IS NULL AND downDate < ADDDATE(GetDate(), -1) ORDER BY downDate;") to tabl.
           if tabl <> null
               perform varying indx from 0 by 1 until indx >= tabl::Rows::Count
                   move "DOWN:" & tabl::Rows[indx][0]::ToString() to alertKey
                   move type String::Format("Machine {0} at {1} down since {2} -- {3}",
                       tabl::Rows[indx][2]::ToString(),
                       tabl::Rows[indx][3]::ToString(),
                       type Convert::ToDateTime(tabl::Rows[indx][1]::ToString())::ToString("yyyy-MM-dd HH:mm"),
                       tabl::Rows[indx][4]::ToString()) to alertText
                   perform addAlert
               end-perform
           end-if.

      * --- scheduled runs that did not finish clean, last week's worth;
      * the alert job's own runs are left out or a mail outage would
      * keep reporting itself
           move db::showAsTable("SELECT id, reportName, runFor, rc, runDate FROM ReportRunLog WHERE rc <> 0 AND reportName <> 'alerts' AND runDate > ADDDATE(GetDate(), -7) ORDER BY id;") to tabl.
           if tabl <> null
               perform varying indx from 0 by 1 until indx >= tabl::Rows::Count
                   move "RUN:" & tabl::Rows[indx][0]::ToString() to alertKey
                   move type String::Format("Scheduled {0} for {1} finished with rc={2} at {3}",
                       tabl::Rows[indx][1]::ToString(),
                       type Convert::ToDateTime(tabl::Rows[indx][2]::ToString())::ToString("yyyy-MM-dd"),
                       tabl::Rows[indx][3]::ToString(),
                       type Convert::ToDateTime(tabl::Rows[indx][4]::ToString())::ToString("yyyy-MM-dd HH:mm")) to alertText
                   perform addAlert
               end-perform
           end-if.

           if alertKeys::Count = 0
               display "alerts: nothing new to report."
               goback
           end-if.
           perform varying indx from 0 by 1 until indx >= alertKeys::Count
               display "alerts: " alertTexts[indx]
               move body & "- " & alertTexts[indx] & type Environment::NewLine to body
           end-perform.
           move body & type Environment::NewLine & "Open the program's morning dashboard for the full picture." & type Environment::NewLine to body.
           if sendMail("supervisors", type String::Format("InGen Cola alerts {0}: {1} item(s)", today, alertKeys::Count), body, "") = false
      * nothing logged -- the next run tries the same items again
               move 1 to rc
               goback
           end-if.
           perform varying indx from 0 by 1 until indx >= alertKeys::Count
               move alertTexts[indx] to alertText
               if alertText::Length > 255
                   move alertText::Substring(0, 255) to alertText
               end-if
               invoke db::runQuery(type String::Format(
                   "INSERT INTO AlertLog (alertKey, detail, sentTo, sentDate) VALUES ('{0}', '{1}', 'supervisors', NOW());",
                   sqlQuote(alertKeys[indx]), sqlQuote(alertText)))
           end-perform.
           goback.
       addAlert.
           if alertKey::Length > 64
               move alertKey::Substring(0, 64) to alertKey
           end-if.
           if alertKeys::Contains(alertKey) = true
               exit paragraph
           end-if.
           if db::getEl("AlertLog", "COUNT(*)", "alertKey = '" & sqlQuote(alertKey) & "'") <> "0"
               exit paragraph
           end-if.
           invoke alertKeys::Add(alertKey).
           invoke alertTexts::Add(alertText).
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * Flip the reports between the live tables and the year-end archive.
      * Maintenance is locked out while the archive is showing so nobody
      * edits live rows while reading last year's numbers.
       method-id statArchiveToggle final public.
       local-storage section.
           77 raw            type String.
       procedure division.
           if db::isArchiveMode() = true
               display "Reports are currently pointed at the ARCHIVE tables."
           else
               display "Reports are currently pointed at the live tables."
           end-if.
           display "Point reports at the (a)rchive or the (l)ive tables: " no advancing.
           accept raw.
           move raw::Trim()::ToLower() to raw.
           if raw = "a" or raw = "archive"
               invoke db::setArchiveMode(true)
               display "Reports now read the year-end archive. Entry and Maint screens stay on live data."
           else
               if raw = "l" or raw = "live"
                   invoke db::setArchiveMode(false)
                   display "Reports back on the live tables."
               end-if
           end-if.
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
       method-id isArchiveMode final public.
       local-storage section.
       linkage section.
           01 ret            type Boolean.
       procedure division returning ret.
           move db::isArchiveMode() to ret.
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * Year-end close: moves a finished year's Inventory/CashOut/Spendings
      * rows -- and the VoidLog/CorrectionLog entries that reference them --
      * into the archive tables, so the daily working set stays small and
      * the update screens stop listing record IDs nobody should touch.
      * Copies run before deletes, and the copies are INSERT IGNORE against
      * the archived primary keys -- re-running a half-finished year just
      * fills in whatever is missing and then finishes the deletes.
       method-id maintArchiveYear final public.
       local-storage section.
           77 raw            type String.
           77 closeYear      type Int32.
           77 stepFailed     type Boolean value false.
           77 ex             type Exception.
       procedure division.
           invoke type Console::Clear().
           try
               display "Year to archive (must be a finished year): " no advancing.
               accept raw.
               move type Convert::ToInt32(raw::Trim()) to closeYear.
               if closeYear >= type DateTime::Now::Year
                   display "| <ERROR: Only a finished year can be archived.>"
                   goback
               end-if.

               display "Archive every " & closeYear::ToString() & " record out of the live tables? (y/N): " no advancing.
               accept raw.
               if raw::Trim()::ToLower() <> "y"
                   display "Archive cancelled."
                   goback
               end-if.

      * make sure the shadow tables exist before anything moves
               perform archStep.
               if stepFailed = true
                   display "| <ERROR: Archive stopped -- nothing more was moved. Re-run after fixing the error above.>"
               else
                   display "Year " & closeYear::ToString() & " is archived. Use the Stats archive option to read it."
               end-if
           catch ex
               display "| <ERROR: Invalid Input Try Again.>"
           end-try.
           goback.
       archStep.
           if db::runQuery("CREATE TABLE IF NOT EXISTS Inventory_Archive LIKE Inventory;") = false
              or db::runQuery("CREATE TABLE IF NOT EXISTS CashOut_Archive LIKE CashOut;") = false
              or db::runQuery("CREATE TABLE IF NOT EXISTS Spendings_Archive LIKE Spendings;") = false
              or db::runQuery("CREATE TABLE IF NOT EXISTS Refunds_Archive LIKE Refunds;") = false
              or db::runQuery("CREATE TABLE IF NOT EXISTS VoidLog_Archive LIKE VoidLog;") = false
              or db::runQuery("CREATE TABLE IF NOT EXISTS CorrectionLog_Archive LIKE CorrectionLog;") = false
               move true to stepFailed
           end-if.
      * copy the year's base rows
           if stepFailed = false
               if db::runQuery(type String::Format("INSERT IGNORE INTO Inventory_Archive SELECT * FROM Inventory WHERE YEAR(date) = {0};", closeYear::ToString())) = false
                  or db::runQuery(type String::Format("INSERT IGNORE INTO CashOut_Archive SELECT * FROM CashOut WHERE YEAR(date) = {0};", closeYear::ToString())) = false
                  or db::runQuery(type String::Format("INSERT IGNORE INTO Spendings_Archive SELECT * FROM Spendings WHERE YEAR(date) = {0};", closeYear::ToString())) = false
                  or db::runQuery(type String::Format("INSERT IGNORE INTO Refunds_Archive SELECT * FROM Refunds WHERE YEAR(date) = {0};", closeYear::ToString())) = false
                   move true to stepFailed
               end-if
           end-if.
      * copy the log entries that point at the rows being moved
           if stepFailed = false
               if db::runQuery(type String::Format("INSERT IGNORE INTO VoidLog_Archive SELECT v.* FROM VoidLog v WHERE (v.tableName = 'Inventory' AND v.origId IN (SELECT id FROM Inventory WHERE YEAR(date) = {0})) OR (v.tableName = 'CashOut' AND v.origId IN (SELECT id FROM CashOut WHERE YEAR(date) = {0})) OR (v.tableName = 'Spendings' AND v.origId IN (SELECT id FROM Spendings WHERE YEAR(date) = {0}));", closeYear::ToString())) = false
                  or db::runQuery(type String::Format("INSERT IGNORE INTO CorrectionLog_Archive SELECT c.* FROM CorrectionLog c WHERE (c.tableName = 'Inventory' AND c.origId IN (SELECT id FROM Inventory WHERE YEAR(date) = {0})) OR (c.tableName = 'CashOut' AND c.origId IN (SELECT id FROM CashOut WHERE YEAR(date) = {0})) OR (c.tableName = 'Spendings' AND c.origId IN (SELECT id FROM Spendings WHERE YEAR(date) = {0}));", closeYear::ToString())) = false
                   move true to stepFailed
               end-if
           end-if.
      * delete the log entries first, while the base rows they reference
      * are still in place
           if stepFailed = false
               if db::runQuery(type String::Format("DELETE FROM VoidLog WHERE (tableName = 'Inventory' AND origId IN (SELECT id FROM Inventory WHERE YEAR(date) = {0})) OR (tableName = 'CashOut' AND origId IN (SELECT id FROM CashOut WHERE YEAR(date) = {0})) OR (tableName = 'Spendings' AND origId IN (SELECT id FROM Spendings WHERE YEAR(date) = {0}));", closeYear::ToString())) = false
                  or db::runQuery(type String::Format("DELETE FROM CorrectionLog WHERE (tableName = 'Inventory' AND origId IN (SELECT id FROM Inventory WHERE YEAR(date) = {0})) OR (tableName = 'CashOut' AND origId IN (SELECT id FROM CashOut WHERE YEAR(date) = {0})) OR (tableName = 'Spendings' AND origId IN (SELECT id FROM Spendings WHERE YEAR(date) = {0}));", closeYear::ToString())) = false
                   move true to stepFailed
               end-if
           end-if.
      * and finally the base rows themselves
           if stepFailed = false
               if db::runQuery(type String::Format("DELETE FROM Inventory WHERE YEAR(date) = {0};", closeYear::ToString())) = false
                  or db::runQuery(type String::Format("DELETE FROM CashOut WHERE YEAR(date) = {0};", closeYear::ToString())) = false
                  or db::runQuery(type String::Format("DELETE FROM Spendings WHERE YEAR(date) = {0};", closeYear::ToString())) = false
                  or db::runQuery(type String::Format("DELETE FROM Refunds WHERE YEAR(date) = {0};", closeYear::ToString())) = false
                   move true to stepFailed
               end-if
           end-if.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * Full snapshot of every table to a dated folder of CSVs. The
      * insert journal only ever caught inserts -- this catches the
      * updates, voids, corrections and period closes too, so the DR
      * story stops at "restore last night's set", not "re-key the rest".
       method-id maintBackup final public.
       local-storage section.
           77 tables         type List[type String].
           77 t              pic 9(9).
           77 folder         type String.
           77 tabl           type System.Data.DataTable.
           77 saved          type Int32 value 0.
           77 failed         type Int32 value 0.
           77 ex             type Exception.
       linkage section.
           01 ret            type Boolean.
       procedure division returning ret.
           if db::checkConnection() = false
               display "| <ERROR: Database unreachable -- nothing to back up from.>"
               move false to ret
               goback
           end-if.
           move type String::Format("backup_{0}", type DateTime::Now::ToString("yyyyMMddHHmmss")) to folder.
           try
               invoke type System.IO.Directory::CreateDirectory(folder)
           catch ex
               display "| <ERROR: Could not create the backup folder.>"
               move false to ret
               goback
           end-try.
           move allTables() to tables.
           perform varying t from 0 by 1 until t >= tables::Count
               move db::showAsTable("SELECT * FROM " & tables[t] & ";") to tabl
      * showAsTable hands back its pre-allocated empty table on error,
      * never null -- but even a zero-row SELECT that worked fills in
      * the column schema, so no columns means the read failed and the
      * snapshot must say so instead of writing an empty "good" CSV
               if tabl = null or tabl::Columns::Count = 0
                   display "  " tables[t] " -- could not read, skipped"
                   add 1 to failed
               else
                   if writeTableCsvTo(tabl, folder & "/" & tables[t] & ".csv") = true
                       display type String::Format("  {0,-24} {1} row(s)", tables[t], tabl::Rows::Count::ToString())
                       add 1 to saved
                   else
                       add 1 to failed
                   end-if
               end-if
           end-perform.
           display type String::Format("Backup set {0}: {1} table(s) saved, {2} failed.", folder, saved::ToString(), failed::ToString()).
           if failed = 0
               move true to ret
           else
               move false to ret
           end-if.
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * Rebuilds an empty database from a chosen backup set: installSchema
      * stands the tables up as the frame, then every CSV in the set is
      * loaded back row by row. Meant for a fresh MySQL box after the old
      * one died -- restoring over live rows collides on the primary keys
      * and those rows are reported and skipped.
       method-id maintRestore final public.
       local-storage section.
           77 raw            type String.
           77 folder         type String.
           77 tables         type List[type String].
           77 t              pic 9(9).
           77 lines          type String occurs any.
           77 heads          type List[type String].
           77 fields         type List[type String].
           77 i              pic 9(9).
           77 j              pic 9(9).
           77 colList        type String.
           77 valList        type String.
           77 path_          type String.
           77 loaded         type Int32.
           77 rejects        type Int32.
           77 totLoaded      type Int32 value 0.
           77 totRejects     type Int32 value 0.
           77 ex             type Exception.
       procedure division.
           invoke type Console::Clear().
           display "Backup folder to restore from (e.g. backup_20260101030000): " no advancing.
           accept raw.
           move raw::Trim() to folder.
           if folder::Length = 0 or type System.IO.Directory::Exists(folder) = false
               display "| <ERROR: No such backup folder.>"
               goback
           end-if.
           display "This loads the whole set into the CURRENT database.".
           display "It is meant for an empty one -- type RESTORE to proceed: " no advancing.
           accept raw.
           if raw::Trim() <> "RESTORE"
               display "Restore cancelled."
               goback
           end-if.

           if db::installSchema() = false
               display "| <ERROR: Could not stand the schema up -- restore cancelled.>"
               goback
           end-if.

           move allTables() to tables.
           perform varying t from 0 by 1 until t >= tables::Count
               move folder & "/" & tables[t] & ".csv" to path_
               if type System.IO.File::Exists(path_) = false
                   display "  " tables[t] " -- not in the set, skipped"
               else
                   perform loadOneTable
               end-if
           end-perform.
           display type String::Format("Restore done: {0} row(s) loaded, {1} rejected.", totLoaded::ToString(), totRejects::ToString()).
           if totRejects > 0
               display "Rejected rows usually mean the database was not empty -- see the messages above."
           end-if.
           goback.
       loadOneTable.
           move 0 to loaded.
           move 0 to rejects.
           try
               move type System.IO.File::ReadAllLines(path_) to lines
           catch ex
               display "  " tables[t] " -- could not read the CSV, skipped"
               exit paragraph
           end-try.
           if lines::Length < 1
               exit paragraph
           end-if.
           move csvSplit(lines[0]) to heads.
           move "" to colList.
           perform varying j from 0 by 1 until j >= heads::Count
               if j > 0
                   move colList & "," to colList
               end-if
               move colList & heads[j] to colList
           end-perform.
           perform varying i from 1 by 1 until i >= lines::Length
               if lines[i]::Trim()::Length > 0
                   move csvSplit(lines[i]) to fields
                   move "" to valList
                   perform varying j from 0 by 1 until j >= fields::Count
                       if j > 0
                           move valList & "," to valList
                       end-if
      * a blank cell was NULL (or empty) on the source box -- NULL keeps
      * the DATETIME and numeric columns loadable
                       if fields[j]::Length = 0
                           move valList & "NULL" to valList
                       else
                           move valList & "'" & sqlQuote(fields[j]) & "'" to valList
                       end-if
                   end-perform
                   if db::runQuery(type String::Format("INSERT INTO {0} ({1}) VALUES ({2});", tables[t], colList, valList)) = true
                       add 1 to loaded
                   else
                       add 1 to rejects
                   end-if
               end-if
           end-perform.
           display type String::Format("  {0,-24} {1} loaded, {2} rejected", tables[t], loaded::ToString(), rejects::ToString()).
           add loaded to totLoaded.
           add rejects to totRejects.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * Unattended batch runner: the program is started with the report
      * name and its parameters on the command line, runs without prompts,
      * drops the CSV the interactive report would have offered, and exits
      * with a status the scheduler can act on:
      *     reconcile [day|week|yesterday] [machineID]   rc 0 in tolerance, 2 out
      *     lowstock  [threshold] [machineID]            rc 0
      *     trend     [month|year] [machineID]           rc 0
      *     setup                                        create the schema, rc 1 failed
      *     due                                          scheduled runs due, worst rc
      *     backup                                       rc 0, 1 failed
      *     dash                                         rc 0 quiet, 2 needs action
      *     dex       <file|folder>                      rc 0, 2 rejects, 1 unreadable
      *     card      <settlement file>                  rc 0, 2 rejects, 1 unreadable
      *     monthend  [YYYY-MM]                          rc 0, 2 short layers, 1 failed
      *     alerts                                       rc 0, 1 mail not sent
      *     integrity                                    rc 0 clean, 2 problems open
      *     depr      [YYYY-MM]                          rc 0, 1 not posted
      *     1099      [YYYY]                             rc 0, 2 payees held, 1 failed
      *     routeday  <route-day file>                   rc 0, 2 rejects, 1 unreadable
      * monthend and depr default to last month, 1099 to last year (from
      * the missed due date on a catch-up run). Anything else prints usage
      * and exits 1.
       method-id runBatch final public.
       local-storage section.
           77 cmd            type String.
           77 mfilter        type String value "".
           77 dclause        type String.
           77 wwin           type String.
           77 awin           type String.
           77 fmt            type String.
           77 thresh         type Int32 value 24.
           77 tabl           type System.Data.DataTable.
           77 cashSum        type Double value 0.
           77 spendSum       type Double value 0.
           77 worthSum       type Double value 0.
           77 refundSum      type Double value 0.
           77 cardSum        type Double value 0.
           77 variance       type Double value 0.
           77 tol            type Double value 5.
           77 ex             type Exception.
       linkage section.
           01 args           type String occurs any.
           01 rc             type Int32.
       procedure division using args returning rc.
           move "batch" to curOperator.
           move 0 to rc.
           move args[1]::Trim()::ToLower() to cmd.

           if args::Length > 3 and isNumeric(args[3]) = true
               move type String::Format(" AND machineID = {0}", args[3]::Trim()) to mfilter
           end-if.

           try
               if cmd = "reconcile"
      * a catch-up run anchors "today" to the missed due date so the
      * run log's runFor matches the data actually computed
                   if batchAsOf::Length > 0
                       move type String::Format("CAST(date AS DATE) = '{0}'", batchAsOf) to dclause
                       if args::Length > 2
                           if args[2]::Trim()::ToLower() = "week"
                               move type String::Format("date > SUBDATE('{0}', 7) AND date < ADDDATE('{0}', 1)", batchAsOf) to dclause
                           end-if
                           if args[2]::Trim()::ToLower() = "yesterday"
                               move type String::Format("CAST(date AS DATE) = SUBDATE('{0}', 1)", batchAsOf) to dclause
                           end-if
                       end-if
                   else
                       move "date >= CAST(GetDate() AS DATE)" to dclause
                       if args::Length > 2
                           if args[2]::Trim()::ToLower() = "week"
                               move "date > ADDDATE(GetDate(), -7)" to dclause
                           end-if
                           if args[2]::Trim()::ToLower() = "yesterday"
                               move "CAST(date AS DATE) = SUBDATE(CAST(GetDate() AS DATE), 1)" to dclause
                           end-if
                       end-if
                   end-if
                   move type Convert::ToDouble(db::showAsList(type String::Format("SELECT COALESCE(SUM(Ernings),0) FROM CashOut WHERE {0}{1}{2};", dclause, voidExclusion("CashOut"), mfilter))[0]) to cashSum
                   move type Convert::ToDouble(db::showAsList(type String::Format("SELECT COALESCE(SUM(price),0) FROM Spendings WHERE {0}{1}{2};", dclause, voidExclusion("Spendings"), mfilter))[0]) to spendSum
                   move type Convert::ToDouble(db::showAsList(type String::Format("SELECT COALESCE(SUM(worth),0) FROM Inventory WHERE {0}{1}{2};", dclause, voidExclusion("Inventory"), mfilter))[0]) to worthSum
                   move type Convert::ToDouble(db::showAsList(type String::Format("SELECT COALESCE(SUM(amount),0) FROM Refunds WHERE {0}{1}{2};", dclause, voidExclusion("Refunds"), mfilter))[0]) to refundSum
                   move type Convert::ToDouble(db::showAsList(type String::Format("SELECT COALESCE(SUM(grossSales),0) FROM CardSettle WHERE {0}{1};", dclause, mfilter))[0]) to cardSum
                   compute variance = (cashSum + cardSum + refundSum) - (worthSum - spendSum)
                   display type String::Format("reconcile: cash={0} card={5} worth={1} spendings={2} refunds={3} variance={4}",
                       cashSum::ToString("F2"), worthSum::ToString("F2"), spendSum::ToString("F2"), refundSum::ToString("F2"), variance::ToString("F2"), cardSum::ToString("F2"))
                   if type Math::Abs(variance) > tol
                       display "reconcile: OUT OF TOLERANCE"
                       move 2 to rc
                   else
                       display "reconcile: within tolerance"
                   end-if
               else
                   if cmd = "lowstock"
                       if args::Length > 2 and isNumeric(args[2]) = true
                           move type Convert::ToInt32(type Convert::ToDouble(args[2])) to thresh
                       end-if
                       if batchAsOf::Length > 0
                           move type String::Format("date > SUBDATE('{0}', 31) AND date < ADDDATE('{0}', 1)", batchAsOf) to dclause
                       else
                           move "date > ADDDATE(GetDate(), -31)" to dclause
                       end-if
      * the write-off and adjustment subqueries ride the same window as
      * the restocks (as-of day included) and the same machine filter,
      * aliased to their own tables -- same arithmetic as onHand31
                       move dclause::Replace("date >", "w.date >")::Replace("date <", "w.date <") & mfilter::Replace(" AND machineID", " AND w.machineID") to wwin
                       move dclause::Replace("date >", "a.date >")::Replace("date <", "a.date <") & mfilter::Replace(" AND machineID", " AND a.machineID") to awin
                       move db::showAsTable(type String::Format(
                           "SELECT SodaName, (SUM(cancount) - COALESCE((SELECT SUM(w.cancount) FROM WriteOffs w WHERE w.sodaID = Sodas.SodaID AND {4}),0) + COALESCE((SELECT SUM(a.cancount) FROM StockAdjust a WHERE a.sodaID = Sodas.SodaID AND {5}),0)) AS onhand, {6} AS backroom, {7} AS trucks FROM Inventory INNER JOIN Sodas ON Sodas.SodaID = Inventory.SodaID WHERE {3}{1}{2} GROUP BY Sodas.SodaID, SodaName HAVING onhand < {0} ORDER BY onhand ASC;",
                           thresh::ToString(), voidExclusion("Inventory"), mfilter, dclause, wwin, awin, locStockSql("WAREHOUSE"), locStockSql("TRUCK"))) to tabl
                       invoke saveTableToCsv(tabl, "lowstock")
                   else
                       if cmd = "trend"
                           move "%Y-%m" to fmt
                           if args::Length > 2 and (args[2]::Trim()::ToLower() = "y" or args[2]::Trim()::ToLower() = "year")
                               move "%Y" to fmt
                           end-if
                           if batchAsOf::Length > 0
                               move type String::Format(" AND date < ADDDATE('{0}', 1)", batchAsOf) to dclause
                           else
                               move "" to dclause
                           end-if
                           move db::showAsTable(type String::Format(
                               "SELECT p.period, COALESCE(c.total,0), COALESCE(s.total,0), (COALESCE(c.total,0) - COALESCE(s.total,0)) FROM ((SELECT DISTINCT DATE_FORMAT(date, '{0}') AS period FROM CashOut WHERE 1=1{1}{3}) UNION (SELECT DISTINCT DATE_FORMAT(date, '{0}') AS period FROM Spendings WHERE 1=1{2}{3})) p LEFT JOIN (SELECT DATE_FORMAT(date, '{0}') period, SUM(Ernings) total FROM CashOut WHERE 1=1{1}{3} GROUP BY period) c ON c.period = p.period LEFT JOIN (SELECT DATE_FORMAT(date, '{0}') period, SUM(price) total FROM Spendings WHERE 1=1{2}{3} GROUP BY period) s ON s.period = p.period ORDER BY p.period;",
                               fmt, voidExclusion("CashOut"), voidExclusion("Spendings"), mfilter & dclause)) to tabl
                           invoke saveTableToCsv(tabl, "trend")
                       else
                           if cmd = "setup"
                               if db::installSchema() = false
                                   move 1 to rc
                               end-if
                           else
                               if cmd = "due"
                                   move runDueReports() to rc
                               else
                                   if cmd = "backup"
                                       if maintBackup() = false
                                           move 1 to rc
                                       end-if
                                   else
                                       if cmd = "dash"
                                           move statDashboard() to rc
                                       else
                                           if cmd = "dex"
                                               if args::Length > 2
                                                   move importDex(args[2]::Trim()) to rc
                                               else
                                                   display "dex: name the audit file or folder to import"
                                                   move 1 to rc
                                               end-if
                                           else
                                               if cmd = "card"
                                                   if args::Length > 2
                                                       move importCardSettle(args[2]::Trim()) to rc
                                                   else
                                                       display "card: name the settlement file to import"
                                                       move 1 to rc
                                                   end-if
                                               else
                                                   if cmd = "monthend"
      * the month just ended unless one is named -- a catch-up run
      * closes the month before the missed due date
                                                       if args::Length > 2 and args[2]::Trim()::Length > 0
                                                           move monthEndClose(args[2]::Trim()) to rc
                                                       else
                                                           if batchAsOf::Length > 0
                                                               move monthEndClose(type DateTime::ParseExact(batchAsOf, "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture)::AddMonths(-1)::ToString("yyyy-MM")) to rc
                                                           else
                                                               move monthEndClose(type DateTime::Now::AddMonths(-1)::ToString("yyyy-MM")) to rc
                                                           end-if
                                                       end-if
                                                   else
                                                       if cmd = "alerts"
                                                           move runAlerts() to rc
                                                       else
                                                           if cmd = "integrity"
                                                               move runIntegrityScan() to rc
                                                           else
                                                               if cmd = "depr"
                                                                   if args::Length > 2 and args[2]::Trim()::Length > 0
                                                                       move depreciationRun(args[2]::Trim()) to rc
                                                                   else
                                                                       if batchAsOf::Length > 0
                                                                           move depreciationRun(type DateTime::ParseExact(batchAsOf, "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture)::AddMonths(-1)::ToString("yyyy-MM")) to rc
                                                                       else
                                                                           move depreciationRun(type DateTime::Now::AddMonths(-1)::ToString("yyyy-MM")) to rc
                                                                       end-if
                                                                   end-if
                                                               else
                                                                   if cmd = "1099"
                                                                       if args::Length > 2 and args[2]::Trim()::Length > 0
                                                                           move run1099(type Convert::ToInt32(args[2]::Trim()), default1099Threshold(type Convert::ToInt32(args[2]::Trim()))) to rc
                                                                       else
                                                                           if batchAsOf::Length > 0
                                                                               move run1099(type DateTime::ParseExact(batchAsOf, "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture)::AddYears(-1)::Year, default1099Threshold(type DateTime::ParseExact(batchAsOf, "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture)::AddYears(-1)::Year)) to rc
                                                                           else
                                                                               move run1099(type DateTime::Now::AddYears(-1)::Year, default1099Threshold(type DateTime::Now::AddYears(-1)::Year)) to rc
                                                                           end-if
                                                                       end-if
                                                                   else
                                                                       if cmd = "routeday"
                                                                           if args::Length > 2
                                                                               move importRouteDay(args[2]::Trim()) to rc
                                                                           else
                                                                               display "routeday: name the route-day file to import"
                                                                               move 1 to rc
                                                                           end-if
                                                                       else
                                                                           display "usage: reconcile [day|week|yesterday] [machineID]"
                                                                           display "       lowstock [threshold] [machineID]"
                                                                           display "       trend [month|year] [machineID]"
                                                                           display "       backup"
                                                                           display "       dash"
                                                                           display "       due"
                                                                           display "       setup"
                                                                           display "       dex <file|folder>"
                                                                           display "       card <settlement file>"
                                                                           display "       monthend [YYYY-MM]"
                                                                           display "       alerts"
                                                                           display "       integrity"
                                                                           display "       depr [YYYY-MM]"
                                                                           display "       1099 [YYYY]"
                                                                           display "       routeday <route-day file>"
                                                                           move 1 to rc
                                                                       end-if
                                                                   end-if
                                                               end-if
                                                           end-if
                                                       end-if
                                                   end-if
                                               end-if
                                           end-if
                                       end-if
                                   end-if
                               end-if
                           end-if
                       end-if
                   end-if
               end-if
           catch ex
               display "batch run failed: " ex::Message
               move 1 to rc
           end-try.
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * Schedule maintenance: which batch reports run on their own, how
      * often, and against which machine. The scheduler (rundue / the
      * "due" batch command) works this list off; cron only has to start
      * the program, it no longer has to know what runs when.
       method-id upSchedule final public.
       local-storage section.
           77 raw                  type String.
           77 rptName              type String.
           77 rptParam             type String.
           77 freq                 type String.
           77 mailTo               type String.
           77 mchId                type Int32 value 0.
           77 curval               type String.
           77 recid                type Int32.
           77 tabl                 type System.Data.DataTable.
           77 indx                 pic 9(9).
           77 col2                 type List[type String] value new type List[type String].
           77 int2                 type List[type Int32] value new type List[type Int32].
           77 ex                   type Exception.
       procedure division.
           invoke type Console::Clear().
           move db::showAsTable("SELECT id, reportName, param, frequency, machineID, active, COALESCE(mailTo, '') FROM ReportSchedule ORDER BY id;") to tabl.
           display " __________________________________________________________________________________".
           display "|  ID| REPORT     | PARAM      | FREQ     | MACH  | ACTIVE    | MAIL CSV TO        |".
           display "|----------------------------------------------------------------------------------|".
           if tabl <> null
               perform varying indx from 0 by 1 until indx >= tabl::Rows::Count
                   display type String::Format("| {0,3}) {1,-10} | {2,-10} | {3,-8} | {4,-5} | {5,-9} | {6,-18} |",
                                               tabl::Rows[indx][0]::ToString(),
                                               tabl::Rows[indx][1]::ToString(),
                                               tabl::Rows[indx][2]::ToString(),
                                               tabl::Rows[indx][3]::ToString(),
                                               tabl::Rows[indx][4]::ToString(),
                                               tabl::Rows[indx][5]::ToString(),
                                               tabl::Rows[indx][6]::ToString())
               end-perform
           end-if.
           move db::showAsTable("SELECT runDate, reportName, runFor, rc, csvFile FROM ReportRunLog ORDER BY id DESC LIMIT 10;") to tabl.
           display "".
           display "Last runs (newest first):".
           if tabl <> null and tabl::Rows::Count > 0
               perform varying indx from 0 by 1 until indx >= tabl::Rows::Count
                   display type String::Format("  {0}  {1,-10} for {2}  rc={3}  {4}",
                                               Type Convert::ToDateTime(tabl::Rows[indx][0]::ToString())::ToString("yyyy-MM-dd HH:mm"),
                                               tabl::Rows[indx][1]::ToString(),
                                               Type Convert::ToDateTime(tabl::Rows[indx][2]::ToString())::ToString("yyyy-MM-dd"),
                                               tabl::Rows[indx][3]::ToString(),
                                               tabl::Rows[indx][4]::ToString())
               end-perform
           else
               display "  (no scheduled runs recorded yet)"
           end-if.
           display "".
           try
               display "Schedule ID to toggle active, (a) to add one, blank to leave: " no advancing.
               accept raw.
               move raw::Trim()::ToLower() to raw.
               if raw::Length = 0
                   goback
               end-if.
               if raw = "a"
                   perform addSchedule
                   goback
               end-if.
               move type Convert::ToInt32(raw) to recid.
               move db::getEl("ReportSchedule", "active", "id = " & recid::ToString()) to curval.
               if curval = null or curval::Trim()::Length = 0
                   display "| <ERROR: Unknown schedule ID.>"
                   goback
               end-if.
               invoke col2::Add("active").
               if curval::Trim() = "1"
                   invoke int2::Add(0)
               else
                   invoke int2::Add(1)
               end-if.
               invoke ClearAllLists.
               if db::update_("ReportSchedule", col2, strin, douin, int2, datin, bolin, "id = " & recid::ToString()) = true
                   display "Schedule " & recid::ToString() & " toggled."
               else
                   display "Update failed."
               end-if
           catch ex
               display "| <ERROR: Invalid Input Try Again.>"
           end-try.
           goback.
       addSchedule.
           display "Report to schedule (reconcile/lowstock/trend/backup/monthend/alerts/integrity/depr): " no advancing.
           accept raw.
           move raw::Trim()::ToLower() to rptName.
           if rptName <> "reconcile" and rptName <> "lowstock" and rptName <> "trend" and rptName <> "backup" and rptName <> "monthend" and rptName <> "alerts"
              and rptName <> "integrity" and rptName <> "depr"
               display "| <ERROR: Not one of the batch reports.>"
               exit paragraph
           end-if.
           display "Parameter (reconcile: day/week/yesterday, lowstock: threshold, trend: month/year), blank for none: " no advancing.
           accept raw.
           move raw::Trim()::ToLower() to rptParam.
           display "Frequency, (d)aily (w)eekly (m)onthly, blank for daily: " no advancing.
           accept raw.
           move raw::Trim()::ToLower() to raw.
           if raw = "w" or raw = "weekly"
               move "weekly" to freq
           else
               if raw = "m" or raw = "monthly"
                   move "monthly" to freq
               else
                   move "daily" to freq
               end-if
           end-if.
           display "Machine ID to filter by, blank for all machines: " no advancing.
           accept raw.
           move 0 to mchId.
           if isNumeric(raw) = true
               move type Convert::ToInt32(type Convert::ToDouble(raw)) to mchId
               if validateMachine(mchId) = false
                   display "| <ERROR: Not a machine on file, scheduling for all machines.>"
                   move 0 to mchId
               end-if
           end-if.
           display "Mail the CSV to (list name from mail.cfg or addresses), blank for nobody: " no advancing.
           accept raw.
           move raw::Trim() to mailTo.
           invoke ClearAllLists.
           invoke coln::Add("reportName").
           invoke strin::Add(rptName).
           invoke coln::Add("param").
           invoke strin::Add(rptParam).
           invoke coln::Add("frequency").
           invoke strin::Add(freq).
           invoke coln::Add("mailTo").
           invoke strin::Add(mailTo).
           invoke coln::Add("machineID").
           invoke intin::Add(mchId).
           invoke coln::Add("active").
           invoke intin::Add(1).
           if db::insert("ReportSchedule", coln, strin, douin, intin, bolin, datin) = true
               display rptName & " scheduled " & freq & "."
           else
               display "| <ERROR: Could not save the schedule.>"
           end-if.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * Runs every scheduled report that has come due since its last
      * logged run -- one run per missed due date, so a box that was off
      * on Monday catches Monday's reports up on Tuesday instead of
      * silently skipping them. Each run lands in ReportRunLog with its
      * return code and the CSV it dropped. Returns the worst rc seen.
       method-id runDueReports final public.
       local-storage section.
           77 sched          type System.Data.DataTable.
           77 indx           pic 9(9).
           77 schedId        type Int32.
           77 rptName        type String.
           77 rptParam       type String.
           77 freq           type String.
           77 mchId          type Int32.
           77 mailTo         type String.
           77 hits           type List[type String].
           77 lastRun        type DateTime.
           77 nextDue        type DateTime.
           77 havePrior      type Boolean.
           77 today          type DateTime.
           77 ranCount       type Int32 value 0.
           77 capCount       type Int32.
           77 oneRc          type Int32.
           77 argl           type List[type String].
           77 args2          type String occurs any.
           77 savedOp        type String.
           77 ex             type Exception.
       linkage section.
           01 rc             type Int32.
       procedure division returning rc.
           move 0 to rc.
      * runBatch stamps curOperator "batch" for every run it executes --
      * put the logged-in operator back afterwards so an interactive
      * rundue doesn't leave the rest of the session signing everything
      * as "batch"
           move curOperator to savedOp.
           move type DateTime::Now::Date to today.
           move db::showAsTable("SELECT id, reportName, param, frequency, machineID, COALESCE(mailTo, '') FROM ReportSchedule WHERE active = 1 ORDER BY id;") to sched.
           if sched = null or sched::Rows::Count = 0
               display "Nothing on the report schedule. Set it up from the Maint menu."
               goback
           end-if.
           perform varying indx from 0 by 1 until indx >= sched::Rows::Count
               move type Convert::ToInt32(sched::Rows[indx][0]::ToString()) to schedId
               move sched::Rows[indx][1]::ToString() to rptName
               move sched::Rows[indx][2]::ToString() to rptParam
               move sched::Rows[indx][3]::ToString() to freq
               move type Convert::ToInt32(sched::Rows[indx][4]::ToString()) to mchId
               move sched::Rows[indx][5]::ToString()::Trim() to mailTo

               move false to havePrior
               move db::showAsList(type String::Format(
                   "SELECT DATE_FORMAT(MAX(runFor), '%Y-%m-%d') FROM ReportRunLog WHERE scheduleID = {0};", schedId::ToString())) to hits
               if hits <> null and hits::Count > 0 and hits[0]::Trim()::Length > 0
                   move type Convert::ToDateTime(hits[0]) to lastRun
                   move true to havePrior
               end-if

               if havePrior = false
      * first time this schedule runs -- run it for today and start the
      * trail from here
                   move today to nextDue
                   perform runOneDue
               else
                   perform advanceDue
      * cap the catch-up at a year of dailies so a schedule that sat dead
      * for ages doesn't grind the box re-running ancient reports
                   move 0 to capCount
                   perform until nextDue > today or capCount >= 366
                       perform runOneDue
                       add 1 to capCount
                       perform advanceDue
                   end-perform
               end-if
           end-perform.
           move savedOp to curOperator.
           display type String::Format("Scheduled runs executed: {0}", ranCount::ToString()).
           if ranCount = 0
               display "Everything on the schedule has already run."
           end-if.
           goback.
       advanceDue.
           if freq = "weekly"
               move lastRun::AddDays(7) to nextDue
           else
               if freq = "monthly"
                   move lastRun::AddMonths(1) to nextDue
               else
                   move lastRun::AddDays(1) to nextDue
               end-if
           end-if.
           move nextDue to lastRun.
       runOneDue.
           move "" to lastCsvName.
      * a due date in the past is a missed run being caught up -- anchor
      * the report's date arithmetic to that day so the logged runFor is
      * the day whose data was actually computed
           if nextDue < today
               move nextDue::ToString("yyyy-MM-dd") to batchAsOf
               display type String::Format("Catching up {0} for {1}...", rptName, batchAsOf)
           else
               move "" to batchAsOf
           end-if.
           move new type List[type String] to argl.
           invoke argl::Add("scheduler").
           invoke argl::Add(rptName).
           invoke argl::Add(rptParam).
           if mchId > 0
               invoke argl::Add(mchId::ToString())
           end-if.
           move argl::ToArray() to args2.
           move runBatch(args2) to oneRc.
           move "" to batchAsOf.
      * a CSV nobody received is a failed run as far as its readers are
      * concerned -- log it as one so the alert job picks it up
           if mailTo::Length > 0 and lastCsvName::Length = 0
               display type String::Format("| <ERROR: {0} produced no file to mail.>", rptName)
               if oneRc = 0
                   move 1 to oneRc
               end-if
           end-if.
           if mailTo::Length > 0 and lastCsvName::Length > 0
               if sendMail(mailTo, type String::Format("InGen Cola {0} for {1}", rptName, nextDue::ToString("yyyy-MM-dd")),
                       type String::Format("Scheduled report {0} for {1} finished with rc={2}. The CSV is attached.", rptName, nextDue::ToString("yyyy-MM-dd"), oneRc),
                       lastCsvName) = false
                   if oneRc = 0
                       move 1 to oneRc
                   end-if
               end-if
           end-if.
           if oneRc > rc
               move oneRc to rc
           end-if.
           add 1 to ranCount.
           perform logRun.
       logRun.
           invoke ClearAllLists.
           invoke coln::Add("reportName").
           invoke strin::Add(rptName).
           invoke coln::Add("csvFile").
           invoke strin::Add(lastCsvName).
           invoke coln::Add("scheduleID").
           invoke intin::Add(schedId).
           invoke coln::Add("rc").
           invoke intin::Add(oneRc).
           invoke coln::Add("runFor").
           invoke datin::Add(nextDue).
           invoke coln::Add("runDate").
           invoke datin::Add(type DateTime::Now).
           if db::insert("ReportRunLog", coln, strin, douin, intin, bolin, datin) = false
               display "| <ERROR: Could not write the run log entry.>"
           end-if.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
       method-id maintAddSoda final public
       local-storage section.
           77 sodlist              type List[string].
           77 raw                  type String.
           77 isCounted            type Boolean.
           77 ans                  type String.
           77 i                    pic 9(15).
           77 u                    pic 9(15).
           77 vendorSel            type Int32.
       procedure division.
           invoke ClearAllLists.
           invoke type Console::Clear.
           move db::showAsList("SELECT LOWER(SodaName) FROM Sodas;") to sodlist.
           invoke coln::Add("SodaName").
           invoke coln::Add("Note").

           perform varying i from 0 by 1 until i >= coln::Count
               if coln[i] = "SodaName"
                   move true to isCounted
                   perform until isCounted = false
                       display coln[i]  ": " no advancing
                       accept raw
                       move false to isCounted
                       perform varying u from 0 by 1 until u >= sodlist::Count
                           if sodlist[u] = raw::ToLower()
                               move true to isCounted
                               move sodlist::Count to u
                           End-if
                       end-perform
                       if isCounted = true
                           display "Soda already in list, do you want to ignore? (y/n) " no advancing
                           accept ans
                           move ans::ToLower() to ans
                           if ans = "y" or ans = "yes"
                               move false to isCounted
                           end-if
                       End-if
                   end-perform
               else
                   display coln[i]  ": " no advancing
                   accept raw
               end-if
               invoke strin::Add(raw)
           End-perform.

      * supplier comes off the vendor list now, not a free-text string,
      * so per-vendor spend can actually be totalled
           move pickVendor() to vendorSel.
           if vendorSel = 0
               display "Soda not added -- it needs a vendor on file."
               goback
           end-if.

           display "Published case price, blank for 12.00: " no advancing.
           accept raw.
           invoke coln::Add("stdPrice").
           if isNumeric(raw) = true
               invoke douin::Add(type Convert::ToDouble(raw))
           else
               invoke douin::Add(12.00)
           end-if.

           display "Case CRV / deposit, blank for 1.20: " no advancing.
           accept raw.
           invoke coln::Add("crv").
           if isNumeric(raw) = true
               invoke douin::Add(type Convert::ToDouble(raw))
           else
               invoke douin::Add(1.20)
           end-if.

      * vendorID is the first int column so it has to follow the doubles
      * for db::insert to line the values up with the column list
           invoke coln::Add("vendorID").
           invoke intin::Add(vendorSel).

           display "Cans per case, blank for 24: " no advancing.
           accept raw.
           invoke coln::Add("caseCount").
           if isNumeric(raw) = true
               invoke intin::Add(type Convert::ToInt32(raw))
           else
               invoke intin::Add(24)
           end-if.

           display "Reorder / par level (cans expected on hand), blank for 24: " no advancing.
           accept raw.
           invoke coln::Add("parLevel").
           if isNumeric(raw) = true
               invoke intin::Add(type Convert::ToInt32(raw))
           else
               invoke intin::Add(24)
           end-if.

           invoke db::insert("Sodas", coln, strin, douin, intin, datin, bolin).
      * first PriceHistory point for the new flavor, effective now.
      * MAX(SodaID), not bare name equality -- the duplicate-name prompt
      * above can be overridden, and the row just added is the newest ID
      * carrying this name
           move db::getEl("Sodas", "MAX(SodaID)", "SodaName = '" & sqlQuote(strin[0]) & "'") to raw.
           if raw <> null and raw::Trim()::Length > 0
               invoke writePriceHistory(type Convert::ToInt32(raw), douin[0], douin[1], type DateTime::Now)
           end-if.
           display strin[0] " is added to the system.".
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * Lets a soda flavor's published price/CRV/case size/par level (and
      * whether it is still stocked) be corrected after it's been added,
      * the same "* to keep" pattern as upinv/upSpending use for their own
      * tables.
       method-id upSoda final public.
       local-storage section.
           77 raw                  type String.
           77 curval               type String.
           77 recid                type Int32.
           77 newprice             type Double.
           77 newcrv               type Double.
           77 newcase              type Int32.
           77 newpar               type Int32.
           77 newven               type Int32.
           77 newactive            type Int32.
           77 oldprice             type Double.
           77 oldcrv               type Double.
           77 effDate              type DateTime.
           77 hist                 type List[type String].
           77 oldvals               type String.
           77 col2                 type List[type String] value new type List[type String].
           77 dou2                 type List[type Double] value new type List[type Double].
           77 int2                 type List[type Int32] value new type List[type Int32].
           77 ex                   type Exception.
       procedure division.
           invoke type Console::Clear().
           invoke listSodas.
           try
               display "Soda ID to update: " no advancing.
               accept raw.
               move type Convert::ToInt32(raw) to recid.

               move db::getEl("Sodas", "stdPrice", "SodaID = " & recid::ToString()) to curval.
               move "stdPrice=" & curval to oldvals.
               move type Convert::ToDouble(curval) to oldprice.
               display "Published case price [" & curval & "], enter * to keep: " no advancing.
               accept raw.
               if raw = "*" or raw = ""
                   move type Convert::ToDouble(curval) to newprice
               else
                   move type Convert::ToDouble(raw) to newprice
               end-if.

               move db::getEl("Sodas", "crv", "SodaID = " & recid::ToString()) to curval.
               move oldvals & "; crv=" & curval to oldvals.
               move type Convert::ToDouble(curval) to oldcrv.
               display "Case CRV / deposit [" & curval & "], enter * to keep: " no advancing.
               accept raw.
               if raw = "*" or raw = ""
                   move type Convert::ToDouble(curval) to newcrv
               else
                   move type Convert::ToDouble(raw) to newcrv
               end-if.

               move db::getEl("Sodas", "caseCount", "SodaID = " & recid::ToString()) to curval.
               move oldvals & "; caseCount=" & curval to oldvals.
               display "Cans per case [" & curval & "], enter * to keep: " no advancing.
               accept raw.
               if raw = "*" or raw = ""
                   move type Convert::ToInt32(curval) to newcase
               else
                   move type Convert::ToInt32(raw) to newcase
               end-if.

               move db::getEl("Sodas", "parLevel", "SodaID = " & recid::ToString()) to curval.
               move oldvals & "; parLevel=" & curval to oldvals.
               display "Reorder / par level [" & curval & "], enter * to keep: " no advancing.
               accept raw.
               if raw = "*" or raw = ""
                   move type Convert::ToInt32(curval) to newpar
               else
                   move type Convert::ToInt32(raw) to newpar
               end-if.

               move db::getEl("Sodas", "vendorID", "SodaID = " & recid::ToString()) to curval.
               move oldvals & "; vendorID=" & curval to oldvals.
               display "Vendor [" & curval & "], enter * to keep, anything else to pick off the list: " no advancing.
               accept raw.
      * sodas from before the vendor list have no vendorID on file yet,
      * so "keep" on one of those still walks through the pick
               if (raw = "*" or raw = "") and curval <> null and curval::Trim()::Length > 0
                   move type Convert::ToInt32(curval) to newven
               else
                   move pickVendor() to newven
               end-if.
               if newven = 0
                   display "Update cancelled -- no vendor chosen."
                   goback
               end-if.

               move db::getEl("Sodas", "active", "SodaID = " & recid::ToString()) to curval.
               move oldvals & "; active=" & curval to oldvals.
               display "Still stocked, 1 or 0 [" & curval & "], enter * to keep: " no advancing.
               accept raw.
               if raw = "*" or raw = ""
                   move type Convert::ToInt32(curval) to newactive
               else
                   move type Convert::ToInt32(raw) to newactive
               end-if.

               invoke col2::Add("stdPrice").
               invoke dou2::Add(newprice).
               invoke col2::Add("crv").
               invoke dou2::Add(newcrv).
               invoke col2::Add("caseCount").
               invoke int2::Add(newcase).
               invoke col2::Add("parLevel").
               invoke int2::Add(newpar).
               invoke col2::Add("vendorID").
               invoke int2::Add(newven).
               invoke col2::Add("active").
               invoke int2::Add(newactive).

               invoke ClearAllLists.
               if logCorrection("Sodas", recid, oldvals) = false
                   display "Correction log failed, update cancelled."
                   goback
               end-if.
               if db::update_("Sodas", col2, strin, dou2, int2, datin, bolin, "SodaID = " & recid::ToString()) = true
                   display "Soda " & recid::ToString() & " updated."
      * a price or CRV change gets its own effective-dated history row
      * so the old reports keep valuing history at the price of the day
                   if newprice <> oldprice or newcrv <> oldcrv
      * a flavor from before the history was kept has no baseline row --
      * without one, every date before this change would resolve to the
      * freshly overwritten Sodas price, re-valuing all of its history.
      * Anchor the outgoing price at the epoch first.
                       move db::showAsList(type String::Format(
                           "SELECT COUNT(*) FROM PriceHistory WHERE sodaID = {0};", recid::ToString())) to hist
                       if hist <> null and hist::Count > 0 and hist[0] = "0"
                           if writePriceHistory(recid, oldprice, oldcrv,
                               type DateTime::ParseExact("1970-01-01", "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture)) = false
                               display "| <ERROR: Could not record the price history baseline row.>"
                           end-if
                       end-if
                       display "Effective date of the price change (YYYY-MM-DD), blank for today: " no advancing
                       accept raw
                       move raw::Trim() to raw
                       if isValidDate(raw) = true
                           move type DateTime::ParseExact(raw, "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture) to effDate
                       else
                           move type DateTime::Now to effDate
                       end-if
                       if writePriceHistory(recid, newprice, newcrv, effDate) = false
                           display "| <ERROR: Could not record the price history row.>"
                       end-if
                   end-if
               else
                   display "Update failed."
               end-if
           catch ex
               display "<ERROR: Invalid Input Try Again.>"
           end-try.
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
       method-id listVendors final private.
       local-storage section.
           77 tabl          type System.Data.DataTable.
           77 indx          pic 9(9).
       procedure division.
           move db::showAsTable("SELECT vendorID, vendorName, contact, phone, acctNumber, active FROM Vendors ORDER BY vendorID;") to tabl.
           display " ____________________________________________________________________________".
           display "|  ID|  NAME                |  CONTACT       |  PHONE       | ACCT#  | ACTV |".
           display "|----------------------------------------------------------------------------|".
           if tabl <> null
               perform varying indx from 0 by 1 until indx >= tabl::Rows::Count
                   display type String::Format("| {0,3}) {1,-20} | {2,-14} | {3,-12} | {4,-6} | {5,-4} |",
                                               tabl::Rows[indx][0]::ToString(),
                                               tabl::Rows[indx][1]::ToString(),
                                               tabl::Rows[indx][2]::ToString(),
                                               tabl::Rows[indx][3]::ToString(),
                                               tabl::Rows[indx][4]::ToString(),
                                               tabl::Rows[indx][5]::ToString())
               end-perform
           end-if.
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * Prompts for a vendor by ID off the vendor list until an active one
      * is picked -- the soda screens use this instead of the old free-text
      * purchasFrom so the same distributor can't end up on file three
      * different ways. Blank input cancels and returns 0 (on a fresh
      * install there is nothing to pick until addven has run), so the
      * caller has to treat 0 as "no vendor chosen" and back out.
       method-id pickVendor final private.
       local-storage section.
           77 raw           type String.
           77 curval        type String.
           77 picked        type Boolean value false.
       linkage section.
           01 ret           type Int32.
       procedure division returning ret.
           invoke listVendors.
           move 0 to ret.
           perform tryPick
           until picked = true.
           goback.
       tryPick.
           display "Vendor ID, blank to cancel: " no advancing.
           accept raw.
           if raw::Trim()::Length = 0
               display "| Vendor pick cancelled -- run addven from Maint if the vendor is not on file yet."
               move 0 to ret
               move true to picked
           else
           if isNumeric(raw) = true
               move db::getEl("Vendors", "active", "vendorID = " & raw::Trim()) to curval
               if curval = null or curval::Trim()::Length = 0
                   display "| <ERROR: Unknown vendor ID, please re-enter.>"
               else
                   if curval::Trim() = "0"
                       display "| <ERROR: That vendor is inactive, please re-enter.>"
                   else
                       move type Convert::ToInt32(raw) to ret
                       move true to picked
                   end-if
               end-if
           else
               display "| <ERROR: Invalid Input Try Again.>"
           end-if
           end-if.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
       method-id maintAddVendor final public.
       local-storage section.
           77 venlist              type List[string].
           77 raw                  type String.
           77 venname              type String.
           77 isCounted            type Boolean.
           77 u                    pic 9(15).
       procedure division.
           invoke ClearAllLists.
           invoke type Console::Clear.
           move db::showAsList("SELECT LOWER(vendorName) FROM Vendors;") to venlist.

           move true to isCounted.
           perform until isCounted = false
               display "Vendor name: " no advancing
               accept raw
               move raw::Trim() to venname
               move false to isCounted
               perform varying u from 0 by 1 until u >= venlist::Count
                   if venlist[u] = venname::ToLower()
                       move true to isCounted
                       move venlist::Count to u
                   End-if
               end-perform
               if isCounted = true
                   display "Vendor already on file, pick another name."
               End-if
               if venname::Length = 0
                   display "Name can not be blank."
                   move true to isCounted
               End-if
           end-perform.

           invoke coln::Add("vendorName").
           invoke strin::Add(venname).

           display "Contact person: " no advancing.
           accept raw.
           invoke coln::Add("contact").
           invoke strin::Add(raw::Trim()).

           display "Phone: " no advancing.
           accept raw.
           invoke coln::Add("phone").
           invoke strin::Add(raw::Trim()).

           display "Account number: " no advancing.
           accept raw.
           invoke coln::Add("acctNumber").
           invoke strin::Add(raw::Trim()).

           invoke coln::Add("active").
           invoke intin::Add(1).

           invoke db::insert("Vendors", coln, strin, douin, intin, bolin, datin).
           display venname " is added to the vendor list.".
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * Lets a vendor's contact details/active flag be corrected, the same
      * "* to keep" pattern as upinv/upSpending use for their own tables.
       method-id upVendor final public.
       local-storage section.
           77 raw                  type String.
           77 curval               type String.
           77 recid                type Int32.
           77 newcontact           type String.
           77 newphone             type String.
           77 newacct              type String.
           77 newactive            type Int32.
           77 oldvals              type String.
           77 col2                 type List[type String] value new type List[type String].
           77 str2                 type List[type String] value new type List[type String].
           77 int2                 type List[type Int32] value new type List[type Int32].
           77 ex                   type Exception.
       procedure division.
           invoke type Console::Clear().
           invoke listVendors.
           try
               display "Vendor ID to update: " no advancing.
               accept raw.
               move type Convert::ToInt32(raw) to recid.

               move db::getEl("Vendors", "contact", "vendorID = " & recid::ToString()) to curval.
               if curval = null
                   display "<ERROR: Unknown vendor ID, update cancelled.>"
                   goback
               end-if.
               move "contact=" & curval to oldvals.
               display "Contact person [" & curval & "], enter * to keep: " no advancing.
               accept raw.
               if raw = "*" or raw = ""
                   move curval to newcontact
               else
                   move raw::Trim() to newcontact
               end-if.

               move db::getEl("Vendors", "phone", "vendorID = " & recid::ToString()) to curval.
               move oldvals & "; phone=" & curval to oldvals.
               display "Phone [" & curval & "], enter * to keep: " no advancing.
               accept raw.
               if raw = "*" or raw = ""
                   move curval to newphone
               else
                   move raw::Trim() to newphone
               end-if.

               move db::getEl("Vendors", "acctNumber", "vendorID = " & recid::ToString()) to curval.
               move oldvals & "; acctNumber=" & curval to oldvals.
               display "Account number [" & curval & "], enter * to keep: " no advancing.
               accept raw.
               if raw = "*" or raw = ""
                   move curval to newacct
               else
                   move raw::Trim() to newacct
               end-if.

               move db::getEl("Vendors", "active", "vendorID = " & recid::ToString()) to curval.
               move oldvals & "; active=" & curval to oldvals.
               display "Active, 1 or 0 [" & curval & "], enter * to keep: " no advancing.
               accept raw.
               if raw = "*" or raw = ""
                   move type Convert::ToInt32(curval) to newactive
               else
                   move type Convert::ToInt32(raw) to newactive
               end-if.

               invoke col2::Add("contact").
               invoke str2::Add(newcontact).
               invoke col2::Add("phone").
               invoke str2::Add(newphone).
               invoke col2::Add("acctNumber").
               invoke str2::Add(newacct).
               invoke col2::Add("active").
               invoke int2::Add(newactive).

               invoke ClearAllLists.
               if logCorrection("Vendors", recid, oldvals) = false
                   display "Correction log failed, update cancelled."
                   goback
               end-if.
               if db::update_("Vendors", col2, str2, douin, int2, datin, bolin, "vendorID = " & recid::ToString()) = true
                   display "Vendor " & recid::ToString() & " updated."
               else
                   display "Update failed."
               end-if
           catch ex
               display "<ERROR: Invalid Input Try Again.>"
           end-try.
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * Resolves a soda's stdPrice or crv as it stood on a given date --
      * the latest PriceHistory row effective on or before that date,
      * falling back to the Sodas row for flavors from before the history
      * was kept. asOf has to be a 'yyyy-MM-dd HH:mm:ss' literal.
       method-id priceAsOf final private.
       local-storage section.
           77 hist          type List[type String].
       linkage section.
           01 sodaId        type Int32.
           01 colname       type String.
           01 asOf          type String.
           01 ret           type String.
       procedure division using sodaId, colname, asOf returning ret.
           move db::showAsList(type String::Format(
               "SELECT {0} FROM PriceHistory WHERE sodaID = {1} AND effectiveDate <= '{2}' ORDER BY effectiveDate DESC LIMIT 1;",
               colname, sodaId::ToString(), asOf)) to hist.
           if hist <> null and hist::Count > 0
               move hist[0] to ret
           else
               move db::getEl("Sodas", colname, "SodaID = " & sodaId::ToString()) to ret
           end-if.
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * The price of the day for a flavor in a given machine: a promotion's
      * case price while one is live on that machine (the latest-starting
      * one if two overlap), otherwise the published stdPrice as of the
      * date. A stockroom or truck (machine 0) never runs a promotion.
      * asOf is a 'yyyy-MM-dd HH:mm:ss' literal, as for priceAsOf.
       method-id priceOfDay final private.
       local-storage section.
           77 promo         type List[type String].
       linkage section.
           01 sodaId        type Int32.
           01 mchId         type Int32.
           01 asOf          type String.
           01 ret           type String.
       procedure division using sodaId, mchId, asOf returning ret.
           move null to promo.
           if mchId > 0
               move db::showAsList(type String::Format(
                   "SELECT promoPrice FROM Promotions WHERE sodaID = {0} AND startDate <= DATE('{2}') AND endDate >= DATE('{2}') AND EXISTS (SELECT 1 FROM PromoMachines WHERE PromoMachines.promoID = Promotions.promoID AND PromoMachines.machineID IN (0, {1})) ORDER BY startDate DESC, promoID DESC LIMIT 1;",
                   sodaId::ToString(), mchId::ToString(), asOf)) to promo
           end-if.
           if promo <> null and promo::Count > 0
               move promo[0] to ret
           else
               move priceAsOf(sodaId, "stdPrice", asOf) to ret
           end-if.
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * Resolves the contracted case cost for a soda from a vendor as it
      * stood on a given date -- the latest CostCatalog row effective on
      * or before that date. Returns "" when no contract is on file, so
      * the receiving screens can fall back to the published price the
      * way they always have. asOf is a 'yyyy-MM-dd HH:mm:ss' literal.
       method-id costAsOf final private.
       local-storage section.
           77 hist          type List[type String].
       linkage section.
           01 sodaId        type Int32.
           01 vendorId      type Int32.
           01 asOf          type String.
           01 ret           type String.
       procedure division using sodaId, vendorId, asOf returning ret.
           move "" to ret.
           move db::showAsList(type String::Format(
               "SELECT casePrice FROM CostCatalog WHERE sodaID = {0} AND vendorID = {1} AND effectiveDate <= '{2}' ORDER BY effectiveDate DESC LIMIT 1;",
               sodaId::ToString(), vendorId::ToString(), asOf)) to hist.
           if hist <> null and hist::Count > 0
               move hist[0] to ret
           end-if.
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * Promotion campaigns: a flavor at a promo case price for a run of
      * days on some machines (or the whole route). While one is live the
      * entry screens price the loads at the promo price through
      * priceOfDay. Two promotions for the same flavor may not overlap on
      * the same machine -- the lift report could not tell them apart.
      * Ending one early goes through the correction log.
       method-id upPromotions final public.
       local-storage section.
           77 raw                  type String.
           77 curval               type String.
           77 oldvals              type String.
           77 recid                type Int32.
           77 promoName            type String.
           77 sodaIdSel            type Int32.
           77 stdRaw               type String.
           77 promoPrice           type Double.
           77 startDate            type DateTime.
           77 endDate              type DateTime.
           77 newEnd              type DateTime.
           77 mchTxt               type String.
           77 mchParts             type String occurs any.
           77 mchIds               type List[type Int32] value new type List[type Int32].
           77 mchId                type Int32.
           77 allMachines          type Boolean.
           77 mfilter              type String.
           77 tabl                 type System.Data.DataTable.
           77 indx                 type Int32.
           77 col2                 type List[type String] value new type List[type String].
           77 dat2                 type List[type DateTime] value new type List[type DateTime].
           77 ex                   type Exception.
       procedure division.
           invoke type Console::Clear().
           perform listPromos.
           try
               display "(a)dd a promotion, (e)nd one early, blank to leave: " no advancing
               accept raw
               move raw::Trim()::ToLower() to raw
               if raw = "a"
                   perform addPromo
               else
                   if raw = "e"
                       perform endPromo
                   end-if
               end-if
           catch ex
               display "| <ERROR: Invalid Input Try Again.>"
           end-try.
           goback.
       listPromos.
           move db::showAsTable("SELECT p.promoID, p.promoName, p.sodaID, DATE_FORMAT(p.startDate, '%Y-%m-%d'), DATE_FORMAT(p.endDate, '%Y-%m-%d'), p.promoPrice, " &
               "COALESCE((SELECT CASE WHEN MIN(machineID) = 0 THEN 'ALL' ELSE GROUP_CONCAT(machineID ORDER BY machineID) END FROM PromoMachines WHERE PromoMachines.promoID = p.promoID), ''), " &
               "CASE WHEN p.startDate > CURDATE() THEN 'COMING' WHEN p.endDate < CURDATE() THEN 'ENDED' ELSE 'LIVE' END " &
               "FROM Promotions p ORDER BY p.startDate DESC, p.promoID DESC LIMIT 30;") to tabl.
           display " ________________________________________________________________________________________________".
           display "| ID   | PROMOTION            | SODA | START      | END        |  CASE PRICE | MACHINES     | NOW    |".
           display "|------|----------------------|------|------------|------------|-------------|--------------|--------|".
           if tabl <> null
               perform varying indx from 0 by 1 until indx >= tabl::Rows::Count
                   move tabl::Rows[indx][1]::ToString() to curval
                   if curval::Length > 20
                       move curval::Substring(0, 20) to curval
                   end-if
                   move tabl::Rows[indx][6]::ToString() to mchTxt
                   if mchTxt::Length > 12
                       move mchTxt::Substring(0, 9) & "..." to mchTxt
                   end-if
                   display type String::Format("| {0,4} | {1,-20} | {2,4} | {3,-10} | {4,-10} | {5,11} | {6,-12} | {7,-6} |",
                                               tabl::Rows[indx][0]::ToString(),
                                               curval,
                                               tabl::Rows[indx][2]::ToString(),
                                               tabl::Rows[indx][3]::ToString(),
                                               tabl::Rows[indx][4]::ToString(),
                                               type Convert::ToDouble(tabl::Rows[indx][5]::ToString())::ToString("N2"),
                                               mchTxt,
                                               tabl::Rows[indx][7]::ToString())
               end-perform
           end-if.
           display "|______|______________________|______|____________|____________|_____________|______________|________|".
       addPromo.
           display "Promotion name: " no advancing.
           accept promoName.
           move promoName::Trim() to promoName.
           if promoName::Length = 0 or promoName::Length > 64
               display "| <ERROR: Name has to be 1 to 64 characters.>"
               exit paragraph
           end-if.
           display "Soda ID: " no advancing.
           accept raw.
           move type Convert::ToInt32(raw::Trim()) to sodaIdSel.
           move priceAsOf(sodaIdSel, "stdPrice", type DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")) to stdRaw.
           if stdRaw = null or stdRaw::Trim()::Length = 0
               display "| <ERROR: Unknown Soda ID.>"
               exit paragraph
           end-if.
           display "First day (YYYY-MM-DD), blank for today: " no advancing.
           accept raw.
           move raw::Trim() to raw.
           if raw::Length = 0
               move type DateTime::Today to startDate
           else
               if isValidDate(raw) = false
                   display "| <ERROR: Not a YYYY-MM-DD date.>"
                   exit paragraph
               end-if
               move type DateTime::ParseExact(raw, "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture) to startDate
           end-if.
           display "Last day (YYYY-MM-DD): " no advancing.
           accept raw.
           move raw::Trim() to raw.
           if isValidDate(raw) = false
               display "| <ERROR: Not a YYYY-MM-DD date.>"
               exit paragraph
           end-if.
           move type DateTime::ParseExact(raw, "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture) to endDate.
           if endDate < startDate
               display "| <ERROR: The last day is before the first.>"
               exit paragraph
           end-if.
           display type String::Format("Promo case price (published {0}): ", type Convert::ToDouble(stdRaw)::ToString("N2")) no advancing.
           accept raw.
           move type Convert::ToDouble(raw::Trim()) to promoPrice.
           if promoPrice <= 0
               display "| <ERROR: The promo price has to be above zero.>"
               exit paragraph
           end-if.
           display "Machine IDs, comma separated, blank for the whole route: " no advancing.
           accept mchTxt.
           invoke mchIds::Clear().
           move false to allMachines.
           if mchTxt::Trim()::Length = 0
               move true to allMachines
           else
               move mchTxt::Split(",") to mchParts
               perform varying indx from 0 by 1 until indx >= mchParts::Length
                   if mchParts[indx]::Trim()::Length > 0
                       move type Convert::ToInt32(mchParts[indx]::Trim()) to mchId
                       if validateMachine(mchId) = false
                           display "| <ERROR: Machine " & mchId::ToString() & " is not an active machine on file.>"
                           exit paragraph
                       end-if
                       if mchIds::Contains(mchId) = false
                           invoke mchIds::Add(mchId)
                       end-if
                   end-if
               end-perform
               if mchIds::Count = 0
                   display "| <ERROR: No machines given.>"
                   exit paragraph
               end-if
           end-if.

      * an overlap is the same flavor, days that cross, and a machine in
      * common -- a whole-route promotion has every machine in common
           move "" to mfilter.
           if allMachines = false
               move " AND (PromoMachines.machineID = 0 OR PromoMachines.machineID IN (" to mfilter
               perform varying indx from 0 by 1 until indx >= mchIds::Count
                   if indx > 0
                       move mfilter & "," to mfilter
                   end-if
                   move mchIds[indx] to mchId
                   move mfilter & mchId::ToString() to mfilter
               end-perform
               move mfilter & "))" to mfilter
           end-if.
           move db::getEl("Promotions", "COALESCE(MIN(promoID), 0)", type String::Format(
               "sodaID = {0} AND startDate <= '{1}' AND endDate >= '{2}' AND EXISTS (SELECT 1 FROM PromoMachines WHERE PromoMachines.promoID = Promotions.promoID{3})",
               sodaIdSel::ToString(), endDate::ToString("yyyy-MM-dd"), startDate::ToString("yyyy-MM-dd"), mfilter)) to curval.
           if curval = null
               display "| <ERROR: Could not check for overlapping promotions, nothing was saved.>"
               exit paragraph
           end-if.
           if curval <> "0"
               display "| <ERROR: Promotion " & curval & " already runs this flavor on those machines then.>"
               exit paragraph
           end-if.

           invoke ClearAllLists.
           invoke coln::Add("promoName").
           invoke strin::Add(promoName).
           invoke coln::Add("operator").
           invoke strin::Add(curOperator).
           invoke coln::Add("promoPrice").
           invoke douin::Add(promoPrice).
           invoke coln::Add("sodaID").
           invoke intin::Add(sodaIdSel).
           invoke coln::Add("startDate").
           invoke datin::Add(startDate).
           invoke coln::Add("endDate").
           invoke datin::Add(endDate).
           invoke coln::Add("date").
           invoke datin::Add(type DateTime::Now).
           if db::insert("Promotions", coln, strin, douin, intin, bolin, datin) = false
               display "| <ERROR: Could not save the promotion.>"
               exit paragraph
           end-if.
      * MAX(promoID) the way the purchase orders find their new row
           move db::getEl("Promotions", "MAX(promoID)", type String::Format(
               "promoName = '{0}' AND sodaID = {1} AND operator = '{2}'",
               sqlQuote(promoName), sodaIdSel::ToString(), sqlQuote(curOperator))) to curval.
           if curval = null or curval::Trim()::Length = 0
               display "| <ERROR: Promotion saved but not found again -- add its machines once the connection is back.>"
               exit paragraph
           end-if.
           move type Convert::ToInt32(curval) to recid.
           if allMachines = true
               invoke mchIds::Add(0)
           end-if.
           perform varying indx from 0 by 1 until indx >= mchIds::Count
               invoke ClearAllLists
               invoke coln::Add("promoID")
               invoke intin::Add(recid)
               invoke coln::Add("machineID")
               invoke intin::Add(mchIds[indx])
               if db::insert("PromoMachines", coln, strin, douin, intin, bolin, datin) = false
                   display "| <ERROR: Could not attach machine " & mchIds[indx]::ToString() & " to the promotion.>"
               end-if
           end-perform.
           display "Promotion " & recid::ToString() & " saved.".
       endPromo.
           display "Promotion ID to end: " no advancing.
           accept raw.
           move type Convert::ToInt32(raw::Trim()) to recid.
           move db::getEl("Promotions", "COALESCE(DATE_FORMAT(endDate, '%Y-%m-%d'), '')", "promoID = " & recid::ToString()) to curval.
           if curval = null or curval::Length = 0
               display "| <ERROR: Unknown promotion ID.>"
               exit paragraph
           end-if.
           move "endDate=" & curval to oldvals.
           move type DateTime::ParseExact(curval, "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture) to endDate.
           move type DateTime::ParseExact(db::getEl("Promotions", "DATE_FORMAT(startDate, '%Y-%m-%d')", "promoID = " & recid::ToString()),
               "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture) to startDate.
      * the last day can only come in -- a promotion that has not started
      * yet can be cut back to its first day but not removed, so the
      * loads already priced against it still have it on file
           display "New last day (YYYY-MM-DD), blank for today: " no advancing.
           accept raw.
           move raw::Trim() to raw.
           if raw::Length = 0
               move type DateTime::Today::ToString("yyyy-MM-dd") to raw
           end-if.
           if isValidDate(raw) = false
               display "| <ERROR: Not a YYYY-MM-DD date.>"
               exit paragraph
           end-if.
           move type DateTime::ParseExact(raw, "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture) to newEnd.
           if newEnd > endDate
               display "| <ERROR: That is after the promotion's last day already.>"
               exit paragraph
           end-if.
           if newEnd < startDate
               move startDate to newEnd
               display "| It never started -- ending it on its first day, " & startDate::ToString("yyyy-MM-dd") & "."
           end-if.
           invoke ClearAllLists.
           invoke col2::Add("endDate").
           invoke dat2::Add(newEnd).
           if logCorrection("Promotions", recid, oldvals) = false
               display "Correction log failed, update cancelled."
               exit paragraph
           end-if.
           if db::update_("Promotions", col2, strin, douin, intin, dat2, bolin, "promoID = " & recid::ToString()) = true
               display "Promotion " & recid::ToString() & " now ends " & newEnd::ToString("yyyy-MM-dd") & "."
           else
               display "Update failed."
           end-if.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * Change fund par per machine: how much coin its changer should
      * carry. The first time a machine is set up its changer is counted
      * in, which opens its float record on the change fund ledger.
       method-id upFloats final public.
       local-storage section.
           77 raw                  type String.
           77 curval               type String.
           77 oldvals              type String.
           77 mchId                type Int32.
           77 par                  type Double.
           77 opening              type Double.
           77 tabl                 type System.Data.DataTable.
           77 indx                 type Int32.
           77 col2                 type List[type String] value new type List[type String].
           77 dou2                 type List[type Double] value new type List[type Double].
           77 ex                   type Exception.
       procedure division.
           invoke type Console::Clear().
           move db::showAsTable("SELECT m.machineID, COALESCE(m.location, ''), COALESCE(f.parAmount, 0), CASE WHEN f.machineID IS NULL THEN 'no' ELSE 'yes' END FROM Machines m LEFT JOIN MachineFloats f ON f.machineID = m.machineID WHERE m.active = 1 ORDER BY m.machineID;") to tabl.
           display " ____________________________________________________".
           display "| MACH | LOCATION                     |    PAR | SET |".
           display "|------|------------------------------|--------|-----|".
           if tabl <> null
               perform varying indx from 0 by 1 until indx >= tabl::Rows::Count
                   move tabl::Rows[indx][1]::ToString() to curval
                   if curval::Length > 28
                       move curval::Substring(0, 28) to curval
                   end-if
                   display type String::Format("| {0,4} | {1,-28} | {2,6} | {3,-3} |",
                                               tabl::Rows[indx][0]::ToString(),
                                               curval,
                                               type Convert::ToDouble(tabl::Rows[indx][2]::ToString())::ToString("N2"),
                                               tabl::Rows[indx][3]::ToString())
               end-perform
           end-if.
           display "|______|______________________________|________|_____|".
           try
               display "Machine ID to set, blank to leave: " no advancing
               accept raw
               if raw::Trim()::Length = 0
                   goback
               end-if
               move type Convert::ToInt32(raw::Trim()) to mchId
               if validateMachine(mchId) = false
                   display "| <ERROR: Not an active machine on file.>"
                   goback
               end-if
               move db::getEl("MachineFloats", "parAmount", "machineID = " & mchId::ToString()) to curval
               if curval = null or curval::Trim()::Length = 0
                   perform newPar
               else
                   perform changePar
               end-if
           catch ex
               display "| <ERROR: Invalid Input Try Again.>"
           end-try.
           goback.
       newPar.
           display "Change the changer should carry: " no advancing.
           accept raw.
           move type Convert::ToDouble(raw::Trim()) to par.
           if par < 0
               display "| <ERROR: Par can not be negative.>"
               exit paragraph
           end-if.
           display "Coin in the changer right now, blank if not counted yet: " no advancing.
           accept raw.
           move -1 to opening.
           if raw::Trim()::Length > 0
               move type Convert::ToDouble(raw::Trim()) to opening
           end-if.
           invoke ClearAllLists.
           invoke coln::Add("operator").
           invoke strin::Add(curOperator).
           invoke coln::Add("parAmount").
           invoke douin::Add(par).
           invoke coln::Add("machineID").
           invoke intin::Add(mchId).
           invoke coln::Add("date").
           invoke datin::Add(type DateTime::Now).
           if db::insert("MachineFloats", coln, strin, douin, intin, bolin, datin) = false
               display "| <ERROR: Could not save the float record.>"
               exit paragraph
           end-if.
           if opening >= 0
               invoke ClearAllLists
               invoke coln::Add("moveType")
               invoke strin::Add("COUNT")
               invoke coln::Add("driver")
               invoke strin::Add(curOperator)
               invoke coln::Add("operator")
               invoke strin::Add(curOperator)
               invoke coln::Add("amount")
               invoke douin::Add(opening)
               invoke coln::Add("machineID")
               invoke intin::Add(mchId)
               invoke coln::Add("date")
               invoke datin::Add(type DateTime::Now)
               if db::insert("FloatMoves", coln, strin, douin, intin, bolin, datin) = false
                   display "| <ERROR: Float record saved, but not the opening count -- key it on the New Float screen.>"
                   exit paragraph
               end-if
           end-if.
           display "Machine " & mchId::ToString() & " float record saved.".
       changePar.
           move "parAmount=" & curval to oldvals.
           display "Change the changer should carry [" & curval & "], enter * to keep: " no advancing.
           accept raw.
           if raw::Trim() = "*" or raw::Trim()::Length = 0
               exit paragraph
           end-if.
           move type Convert::ToDouble(raw::Trim()) to par.
           if par < 0
               display "| <ERROR: Par can not be negative.>"
               exit paragraph
           end-if.
           invoke col2::Add("parAmount").
           invoke dou2::Add(par).
           invoke ClearAllLists.
           if logCorrection("MachineFloats", mchId, oldvals) = false
               display "Correction log failed, update cancelled."
               exit paragraph
           end-if.
           if db::update_("MachineFloats", col2, strin, dou2, intin, datin, bolin, "machineID = " & mchId::ToString()) = true
               display "Machine " & mchId::ToString() & " par updated."
           else
               display "Update failed."
           end-if.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * Host payee master: the legal payee behind each host site's
      * commission checks, with the TIN and mailing address the 1099 goes
      * out under, and the machines each one is paid on. A payee with no
      * TIN on file is flagged by the nightly integrity scan long before
      * the year-end run needs it. Changes go through the correction log.
       method-id upPayees final public.
       local-storage section.
           77 raw                  type String.
           77 curval               type String.
           77 oldvals              type String.
           77 recid                type Int32.
           77 mchId                type Int32.
           77 fldName              type String.
           77 fldLabel             type String.
           77 fldMax               type Int32.
           77 fldVal               type String.
           77 tin                  type String.
           77 tinOk                type Boolean.
           77 mchParts             type String occurs any.
           77 tabl                 type System.Data.DataTable.
           77 indx                 type Int32.
           77 col2                 type List[type String] value new type List[type String].
           77 str2                 type List[type String] value new type List[type String].
           77 int2                 type List[type Int32] value new type List[type Int32].
           77 ex                   type Exception.
       procedure division.
           invoke type Console::Clear().
           perform listPayees.
           try
               display "(a)dd a payee, (u)pdate a payee, (l)ink machines to a payee, blank to leave: " no advancing
               accept raw
               move raw::Trim()::ToLower() to raw
               if raw = "a"
                   perform addPayee
               else
                   if raw = "u"
                       perform updatePayee
                   else
                       if raw = "l"
                           perform linkMachines
                       end-if
                   end-if
               end-if
           catch ex
               display "| <ERROR: Invalid Input Try Again.>"
           end-try.
           goback.
       listPayees.
           move db::showAsTable("SELECT p.payeeID, p.payeeName, COALESCE(p.tinType, ''), COALESCE(p.tin, ''), CONCAT(COALESCE(p.city, ''), ' ', COALESCE(p.state, '')), p.is1099, p.active, " &
               "COALESCE((SELECT GROUP_CONCAT(machineID ORDER BY machineID) FROM Machines WHERE Machines.payeeID = p.payeeID), '') FROM Payees p ORDER BY p.payeeName;") to tabl.
           display " _______________________________________________________________________________________________".
           display "|   ID | PAYEE (LEGAL NAME)       | TIN             | CITY / ST          | 1099 | ON | MACHINES |".
           display "|------|--------------------------|-----------------|--------------------|------|----|----------|".
           if tabl <> null
               perform varying indx from 0 by 1 until indx >= tabl::Rows::Count
                   move tabl::Rows[indx][1]::ToString() to curval
                   if curval::Length > 24
                       move curval::Substring(0, 24) to curval
                   end-if
                   move tabl::Rows[indx][4]::ToString()::Trim() to fldVal
                   if fldVal::Length > 18
                       move fldVal::Substring(0, 18) to fldVal
                   end-if
                   move tabl::Rows[indx][7]::ToString() to raw
                   if raw::Length > 8
                       move raw::Substring(0, 5) & "..." to raw
                   end-if
                   display type String::Format("| {0,4} | {1,-24} | {2,-15} | {3,-18} | {4,-4} | {5,2} | {6,-8} |",
                                               tabl::Rows[indx][0]::ToString(),
                                               curval,
                                               maskTin(tabl::Rows[indx][2]::ToString(), tabl::Rows[indx][3]::ToString()),
                                               fldVal,
                                               tabl::Rows[indx][5]::ToString(),
                                               tabl::Rows[indx][6]::ToString(),
                                               raw)
               end-perform
           end-if.
           display "|______|__________________________|_________________|____________________|______|____|__________|".
       addPayee.
           invoke ClearAllLists.
           display "Legal name (as it goes on the 1099): " no advancing.
           accept fldVal.
           move fldVal::Trim() to fldVal.
           if fldVal::Length = 0 or fldVal::Length > 64
               display "| <ERROR: Name has to be 1 to 64 characters.>"
               exit paragraph
           end-if.
           invoke coln::Add("payeeName").
           invoke strin::Add(fldVal).
           display "Business (DBA) name, blank for none: " no advancing.
           accept fldVal.
           invoke coln::Add("dbaName").
           invoke strin::Add(fldVal::Trim()).
           display "TIN type, (s)SN or (e)IN, blank for EIN: " no advancing.
           accept raw.
           invoke coln::Add("tinType").
           if raw::Trim()::ToLower() = "s"
               invoke strin::Add("SSN")
           else
               invoke strin::Add("EIN")
           end-if.
           display "TIN (9 digits), blank if not given yet: " no advancing.
           accept raw.
           perform checkTin.
           if tinOk = false
               exit paragraph
           end-if.
           invoke coln::Add("tin").
           invoke strin::Add(tin).
           display "Street address: " no advancing.
           accept fldVal.
           invoke coln::Add("address").
           invoke strin::Add(fldVal::Trim()).
           display "City: " no advancing.
           accept fldVal.
           invoke coln::Add("city").
           invoke strin::Add(fldVal::Trim()).
           display "State (2 letters): " no advancing.
           accept fldVal.
           move fldVal::Trim()::ToUpper() to fldVal.
           if fldVal::Length > 2
               display "| <ERROR: State is the 2-letter code.>"
               exit paragraph
           end-if.
           invoke coln::Add("state").
           invoke strin::Add(fldVal).
           display "ZIP: " no advancing.
           accept fldVal.
           invoke coln::Add("zip").
           invoke strin::Add(fldVal::Trim()).
           invoke coln::Add("operator").
           invoke strin::Add(curOperator).
           display "Gets a 1099? (Y/n -- n for a corporation): " no advancing.
           accept raw.
           invoke coln::Add("is1099").
           if raw::Trim()::ToLower() = "n"
               invoke intin::Add(0)
           else
               invoke intin::Add(1)
           end-if.
           invoke coln::Add("date").
           invoke datin::Add(type DateTime::Now).
           if db::insert("Payees", coln, strin, douin, intin, bolin, datin) = true
               display "Payee added -- link the machines it is paid on with (l)."
           else
               display "| <ERROR: Could not save the payee.>"
           end-if.
      * a TIN is kept as its 9 digits -- dashes and spaces are dropped
       checkTin.
           move true to tinOk.
           move raw::Trim()::Replace("-", "")::Replace(" ", "") to tin.
           if tin::Length > 0 and isTin(tin) = false
               display "| <ERROR: A TIN is 9 digits.>"
               move false to tinOk
           end-if.
       updatePayee.
           display "Payee ID to update: " no advancing.
           accept raw.
           move type Convert::ToInt32(raw::Trim()) to recid.
           if db::getEl("Payees", "COUNT(*)", "payeeID = " & recid::ToString()) <> "1"
               display "| <ERROR: Unknown payee ID.>"
               exit paragraph
           end-if.
           move "" to oldvals.
           move "payeeName" to fldName.
           move "Legal name" to fldLabel.
           move 64 to fldMax.
           perform editField.
           move "dbaName" to fldName.
           move "Business (DBA) name" to fldLabel.
           perform editField.
           move "tinType" to fldName.
           move "TIN type (SSN or EIN)" to fldLabel.
           move 3 to fldMax.
           perform editField.
           move "tin" to fldName.
           move "TIN (9 digits)" to fldLabel.
           move 9 to fldMax.
           perform editField.
           move "address" to fldName.
           move "Street address" to fldLabel.
           move 128 to fldMax.
           perform editField.
           move "city" to fldName.
           move "City" to fldLabel.
           move 64 to fldMax.
           perform editField.
           move "state" to fldName.
           move "State" to fldLabel.
           move 2 to fldMax.
           perform editField.
           move "zip" to fldName.
           move "ZIP" to fldLabel.
           move 10 to fldMax.
           perform editField.
           move db::getEl("Payees", "is1099", "payeeID = " & recid::ToString()) to curval.
           move oldvals & "; is1099=" & curval to oldvals.
           display "Gets a 1099, 1 or 0 [" & curval & "], enter * to keep: " no advancing.
           accept raw.
           if raw::Trim() = "*" or raw::Trim()::Length = 0
               move curval to raw
           end-if.
           invoke col2::Add("is1099").
           invoke int2::Add(type Convert::ToInt32(raw::Trim())).
           move db::getEl("Payees", "active", "payeeID = " & recid::ToString()) to curval.
           move oldvals & "; active=" & curval to oldvals.
           display "Active, 1 or 0 [" & curval & "], enter * to keep: " no advancing.
           accept raw.
           if raw::Trim() = "*" or raw::Trim()::Length = 0
               move curval to raw
           end-if.
           invoke col2::Add("active").
           invoke int2::Add(type Convert::ToInt32(raw::Trim())).
           invoke ClearAllLists.
           if logCorrection("Payees", recid, oldvals) = false
               display "Correction log failed, update cancelled."
               exit paragraph
           end-if.
           if db::update_("Payees", col2, str2, douin, int2, datin, bolin, "payeeID = " & recid::ToString()) = true
               display "Payee " & recid::ToString() & " updated."
           else
               display "Update failed."
           end-if.
      * one text column of the payee: shown, kept on * or blank, checked
      * (TIN digits, TIN type, state code) and queued for the update; the
      * strings go in ahead of the two int columns added after them
       editField.
           move db::getEl("Payees", "COALESCE(" & fldName & ", '')", "payeeID = " & recid::ToString()) to curval.
           if oldvals::Length > 0
               move oldvals & "; " to oldvals
           end-if.
           move oldvals & fldName & "=" & curval to oldvals.
           if fldName = "tin"
               display fldLabel & " [" & maskTin("", curval) & "], enter * to keep: " no advancing
           else
               display fldLabel & " [" & curval & "], enter * to keep: " no advancing
           end-if.
           accept raw.
           if raw::Trim() = "*" or raw::Trim()::Length = 0
               move curval to raw
           end-if.
           move raw::Trim() to fldVal.
           if fldName = "tin"
               perform checkTin
               if tinOk = false
                   move curval to tin
               end-if
               move tin to fldVal
           end-if.
           if fldName = "tinType" or fldName = "state"
               move fldVal::ToUpper() to fldVal
           end-if.
           if fldName = "tinType" and fldVal <> "SSN" and fldVal <> "EIN"
               display "| Keeping " & curval & " -- the type is SSN or EIN."
               move curval to fldVal
           end-if.
           if fldVal::Length > fldMax or (fldName = "payeeName" and fldVal::Length = 0)
               display "| Keeping the old value -- that does not fit."
               move curval to fldVal
           end-if.
           invoke col2::Add(fldName).
           invoke str2::Add(fldVal).
       linkMachines.
           display "Payee ID: " no advancing.
           accept raw.
           move type Convert::ToInt32(raw::Trim()) to recid.
           if db::getEl("Payees", "COUNT(*)", "payeeID = " & recid::ToString()) <> "1"
               display "| <ERROR: Unknown payee ID.>"
               exit paragraph
           end-if.
           display "Machine IDs it is paid on, comma separated: " no advancing.
           accept raw.
           move raw::Split(",") to mchParts.
           perform varying indx from 0 by 1 until indx >= mchParts::Length
               if mchParts[indx]::Trim()::Length > 0
                   move type Convert::ToInt32(mchParts[indx]::Trim()) to mchId
                   move db::getEl("Machines", "COALESCE(payeeID, 0)", "machineID = " & mchId::ToString()) to curval
                   if curval = null or curval::Length = 0
                       display "  machine " & mchId::ToString() & " is not on file -- skipped."
                   else
                       invoke ClearAllLists
                       invoke coln::Add("payeeID")
                       invoke intin::Add(recid)
                       if logCorrection("Machines", mchId, "payeeID=" & curval) = false
                           display "  machine " & mchId::ToString() & " -- correction log failed, skipped."
                       else
                           if db::update_("Machines", coln, strin, douin, intin, datin, bolin, "machineID = " & mchId::ToString()) = true
                               display "  machine " & mchId::ToString() & " linked."
                           else
                               display "  machine " & mchId::ToString() & " -- update failed."
                           end-if
                       end-if
                   end-if
               end-if
           end-perform.
       end method.
      * ////////////////////////////////////////////////////////////////////////////// maskTin
      * A TIN for the screen or a review listing: the last four digits
      * only, in the SSN or EIN layout. Blank stays blank.
       method-id maskTin final private.
       local-storage section.
           77 cut           type Int32.
       linkage section.
           01 tinType       type String.
           01 tin           type String.
           01 ret           type String.
       procedure division using tinType, tin returning ret.
           move "" to ret.
           if tin = null or tin::Length < 4
               goback
           end-if.
           compute cut = tin::Length - 4.
           if tinType = "SSN"
               move "XXX-XX-" & tin::Substring(cut) to ret
           else
               move "XX-XXX" & tin::Substring(cut) to ret
           end-if.
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * Cost catalog maintenance: what each vendor has agreed to charge
      * per case of each flavor, effective-dated like PriceHistory --
      * append a new row when the contract changes, never overwrite the
      * old one, so past receipts keep comparing against the contract of
      * their day.
       method-id upCostCatalog final public.
       local-storage section.
           77 raw                  type String.
           77 sodaIdSel            type Int32.
           77 vendorSel            type Int32.
           77 casePrice            type Double.
           77 effDate              type DateTime.
           77 curval               type String.
           77 tabl                 type System.Data.DataTable.
           77 indx                 pic 9(9).
           77 ex                   type Exception.
       procedure division.
           invoke type Console::Clear().
           move db::showAsTable("SELECT SodaName, vendorName, casePrice, effectiveDate, CostCatalog.operator FROM CostCatalog INNER JOIN Sodas ON Sodas.SodaID = CostCatalog.sodaID INNER JOIN Vendors ON Vendors.vendorID = CostCatalog.vendorID ORDER BY SodaName, vendorName, effectiveDate DESC;") to tabl.
           display " ________________________________________________________________________".
           display "| FLAVOR           | VENDOR           | CASE $  | EFFECTIVE  | KEYED BY |".
           display "|------------------------------------------------------------------------|".
           if tabl <> null
               perform varying indx from 0 by 1 until indx >= tabl::Rows::Count
                   display type String::Format("| {0,-16} | {1,-16} | {2,7} | {3,-10} | {4,-8} |",
                                               tabl::Rows[indx][0]::ToString(),
                                               tabl::Rows[indx][1]::ToString(),
                                               Type Convert::ToDouble(tabl::Rows[indx][2]::ToString())::ToString("N2"),
                                               Type Convert::ToDateTime(tabl::Rows[indx][3]::ToString())::ToString("yyyy-MM-dd"),
                                               tabl::Rows[indx][4]::ToString())
               end-perform
           end-if.
           display "".
           display "Add a contracted cost? (y/N): " no advancing.
           accept raw.
           if raw::Trim()::ToLower() <> "y"
               goback
           end-if.
           try
               invoke listSodas.
               display "| Soda Id: " no advancing.
               accept raw.
               move type Convert::ToInt32(raw) to sodaIdSel.
               move db::getEl("Sodas", "SodaName", "SodaID = " & sodaIdSel::ToString()) to curval.
               if curval = null or curval::Trim()::Length = 0
                   display "| <ERROR: Unknown Soda ID.>"
                   goback
               end-if.
               move pickVendor() to vendorSel.
               if vendorSel = 0
                   display "Cost not added -- no vendor chosen."
                   goback
               end-if.
               display "Contracted case price: " no advancing.
               accept raw.
               move type Convert::ToDouble(raw) to casePrice.
               if casePrice <= 0
                   display "| <ERROR: Case price has to be above zero.>"
                   goback
               end-if.
               display "Effective date (YYYY-MM-DD), blank for today: " no advancing.
               accept raw.
               move raw::Trim() to raw.
               if isValidDate(raw) = true
                   move type DateTime::ParseExact(raw, "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture) to effDate
               else
                   move type DateTime::Now to effDate
               end-if.

               invoke ClearAllLists.
               invoke coln::Add("operator").
               invoke strin::Add(curOperator).
               invoke coln::Add("casePrice").
               invoke douin::Add(casePrice).
               invoke coln::Add("sodaID").
               invoke intin::Add(sodaIdSel).
               invoke coln::Add("vendorID").
               invoke intin::Add(vendorSel).
               invoke coln::Add("effectiveDate").
               invoke datin::Add(effDate).
               if db::insert("CostCatalog", coln, strin, douin, intin, bolin, datin) = true
                   display "Contract cost recorded."
               else
                   display "| <ERROR: Could not save the contract cost.>"
               end-if
           catch ex
               display "| <ERROR: Invalid Input Try Again.>"
           end-try.
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * Purchase price variance: every restock case in the period priced
      * against the contract cost of its day, rolled up per vendor and
      * flavor. The distributor creeping prices shows up as a variance
      * line here instead of a surprise in next quarter's margins.
       method-id statPpv final public.
       local-storage section.
           77 tabl              type System.Data.DataTable.
           77 indx              pic 9(19).
           77 lim               pic 9(19).
           77 mfilter           type String.
           77 dfilter           type String.
           77 sodaId            type Int32.
           77 vendorId          type Int32.
           77 rowDate           type String.
           77 actual            type Double.
           77 contractRaw       type String.
           77 contract          type Double.
           77 keyName           type String.
           77 caseTot           type System.Collections.Generic.Dictionary[type String, type Int32].
           77 actTot            type System.Collections.Generic.Dictionary[type String, type Double].
           77 conTot            type System.Collections.Generic.Dictionary[type String, type Double].
           77 runI              type Int32.
           77 runD              type Double.
           77 variance          type Double.
           77 grandVar          type Double value 0.
           77 noContract        type Int32 value 0.
       procedure division.
           invoke type Console::Clear().
           move promptDateFilter() to dfilter.
           move promptMachineFilter() to mfilter.

           move db::showAsTable(type String::Format(
               "SELECT Inventory.sodaID, Sodas.vendorID, DATE_FORMAT(date, '%Y-%m-%d %H:%i:%s'), price, SodaName, COALESCE(vendorName, '(no vendor)') FROM Inventory INNER JOIN Sodas ON Sodas.SodaID = Inventory.sodaID LEFT JOIN Vendors ON Vendors.vendorID = Sodas.vendorID WHERE {1}{0}{2} ORDER BY vendorName, SodaName, date;",
               mfilter, dfilter, voidExclusion("Inventory"))) to tabl.

           if tabl = null or tabl::Rows::Count = 0
               display "No purchases for this period."
               goback
           end-if.

           move new type System.Collections.Generic.Dictionary[type String, type Int32] to caseTot.
           move new type System.Collections.Generic.Dictionary[type String, type Double] to actTot.
           move new type System.Collections.Generic.Dictionary[type String, type Double] to conTot.
           move tabl::Rows::Count to lim.
           perform varying indx from 0 by 1 until indx >= lim
               move type Convert::ToInt32(tabl::Rows[indx][0]::ToString()) to sodaId
               if tabl::Rows[indx][1]::ToString()::Trim()::Length > 0
                   move type Convert::ToInt32(tabl::Rows[indx][1]::ToString()) to vendorId
               else
                   move 0 to vendorId
               end-if
               move tabl::Rows[indx][2]::ToString() to rowDate
               move type Convert::ToDouble(tabl::Rows[indx][3]::ToString()) to actual
               move costAsOf(sodaId, vendorId, rowDate) to contractRaw
               if contractRaw = null or contractRaw::Trim()::Length = 0
                   add 1 to noContract
               else
                   move type Convert::ToDouble(contractRaw) to contract
                   move tabl::Rows[indx][5]::ToString() & "|" & tabl::Rows[indx][4]::ToString() to keyName
                   if caseTot::ContainsKey(keyName) = true
                       move caseTot[keyName] to runI
                       add 1 to runI
                       move runI to caseTot[keyName]
                       move actTot[keyName] to runD
                       add actual to runD
                       move runD to actTot[keyName]
                       move conTot[keyName] to runD
                       add contract to runD
                       move runD to conTot[keyName]
                   else
                       move 1 to caseTot[keyName]
                       move actual to actTot[keyName]
                       move contract to conTot[keyName]
                   end-if
               end-if
           end-perform.

           display type String::Format("{0,-34}{1,7}{2,12}{3,12}{4,12}", "Vendor | Flavor", "Cases", "Actual", "Contract", "Variance").
           display "-----------------------------------------------------------------------------".
           if caseTot::Count = 0
               display "No restocks with a contract cost on file -- key the catalog from Maint cost."
           end-if.
           perform varying keyName through caseTot::Keys
               compute variance = actTot[keyName] - conTot[keyName]
               add variance to grandVar
               display type String::Format("{0,-34}{1,7}{2,12}{3,12}{4,12}",
                                           keyName::Replace("|", " | "),
                                           caseTot[keyName]::ToString(),
                                           actTot[keyName]::ToString("C"),
                                           conTot[keyName]::ToString("C"),
                                           variance::ToString("C"))
           end-perform.
           if caseTot::Count > 0
               display "-----------------------------------------------------------------------------"
               display type String::Format("{0,65}{1,12}", "TOTAL VARIANCE", grandVar::ToString("C"))
           end-if.
           if noContract > 0
               display type String::Format("({0} case(s) had no contract cost on file and were left out)", noContract::ToString())
           end-if.
           invoke exportTableToCsv(tabl, "ppv").
           display "".
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * One PriceHistory row per price point: written when a flavor is
      * added and again on every upSoda price/CRV change, so old reports
      * can use the price of the day instead of today's.
       method-id writePriceHistory final private.
       local-storage section.
           77 pcoln                type List[type String] value new type List[type String].
           77 pstrin               type List[type String] value new type List[type String].
           77 pdouin               type List[type Double] value new type List[type Double].
           77 pintin               type List[type Int32] value new type List[type Int32].
           77 pdatin               type List[type DateTime] value new type List[type DateTime].
           77 pbolin               type List[type Boolean] value new type List[type Boolean].
       linkage section.
           01 sodaId               type Int32.
           01 newPrice             type Double.
           01 newCrv               type Double.
           01 effDate              type DateTime.
           01 ret                  type Boolean.
       procedure division using sodaId, newPrice, newCrv, effDate returning ret.
           invoke pcoln::Add("operator").
           invoke pstrin::Add(curOperator).
           invoke pcoln::Add("stdPrice").
           invoke pdouin::Add(newPrice).
           invoke pcoln::Add("crv").
           invoke pdouin::Add(newCrv).
           invoke pcoln::Add("sodaID").
           invoke pintin::Add(sodaId).
           invoke pcoln::Add("effectiveDate").
           invoke pdatin::Add(effDate).

           move db::insert("PriceHistory", pcoln, pstrin, pdouin, pintin, pbolin, pdatin) to ret.
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
       method-id statPriceHistory final public.
       local-storage section.
           77 tabl              type System.Data.DataTable value new type System.Data.DataTable.
           77 indx              pic 9(19).
           77 lim               pic 9(19).
       procedure division.
           invoke type Console::Clear().
           move db::showAsTable("SELECT SodaName, PriceHistory.stdPrice, PriceHistory.crv, effectiveDate, operator FROM PriceHistory INNER JOIN Sodas ON Sodas.SodaID = PriceHistory.sodaID ORDER BY SodaName, effectiveDate DESC;") to tabl.

           display type String::Format("{0,-16}{1,10}{2,8}{3,-14}{4,-12}", "Flavor", "Price", "CRV", "  Effective", "Changed By").
           display "------------------------------------------------------------"
           if tabl <> null
               move tabl::Rows::Count to lim
               if lim = 0
                   display "No price changes on file."
               end-if
               perform varying indx from 0 by 1 until indx >= lim
                   display type String::Format("{0,-16}{1,10}{2,8}{3,-14}{4,-12}",
                                               tabl::Rows[indx][0]::ToString(),
                                               Type Convert::ToDouble(tabl::Rows[indx][1]::ToString())::ToString("C"),
                                               Type Convert::ToDouble(tabl::Rows[indx][2]::ToString())::ToString("C"),
                                               "  " & Type Convert::ToDateTime(tabl::Rows[indx][3]::ToString())::ToString("yyyy-MM-dd"),
                                               tabl::Rows[indx][4]::ToString())
               end-perform
           end-if.
           invoke exportTableToCsv(tabl, "pricehistory").
           display "".
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
       method-id listMachines final private.
       local-storage section.
           77 tabl          type System.Data.DataTable.
           77 indx          pic 9(9).
       procedure division.
           move db::showAsTable("SELECT machineID, location, installDate, active FROM Machines ORDER BY machineID;") to tabl.
           display " ____________________________________________________________".
           display "|  ID|  LOCATION                 | INSTALLED  | ACTIVE      |".
           display "|------------------------------------------------------------|".
           if tabl <> null
               perform varying indx from 0 by 1 until indx >= tabl::Rows::Count
                   display type String::Format("| {0,3}) {1,-25} | {2,-10} | {3,-11} |",
                                               tabl::Rows[indx][0]::ToString(),
                                               tabl::Rows[indx][1]::ToString(),
                                               Type Convert::ToDateTime(tabl::Rows[indx][2]::ToString())::ToString("yyyy-MM-dd"),
                                               tabl::Rows[indx][3]::ToString())
               end-perform
           end-if.
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
       method-id maintAddMachine final public.
       local-storage section.
           77 raw                  type String.
           77 curval               type String.
           77 mchId                type Int32.
           77 instDate             type DateTime.
           77 locId                type Int32 value 0.
           77 siteName             type String value "".
           77 rate                 type Double value 0.
           77 tax                  type Double value 0.
           77 ex                   type Exception.
       procedure division.
           invoke ClearAllLists.
           invoke type Console::Clear.
           invoke listMachines.
           try
               display "Machine ID (the number painted on the unit): " no advancing.
               accept raw.
               move type Convert::ToInt32(raw) to mchId.
               move db::getEl("Machines", "machineID", "machineID = " & mchId::ToString()) to curval.
               if curval <> null and curval::Trim()::Length > 0
                   display "Machine " & mchId::ToString() & " is already on file."
                   goback
               end-if.

      * the machine goes to a site on the location master; a site not
      * on file yet is added on the spot with its rates, and a spare
      * going on the shelf is left unplaced
               invoke listLocations.
               display "Site ID it goes to, a new site name to add one, blank for none yet: " no advancing.
               accept raw.
               move raw::Trim() to raw.
               if isNumeric(raw) = true
                   move type Convert::ToInt32(raw) to locId
                   move db::getEl("Locations", "siteName", "active = 1 AND locationID = " & locId::ToString()) to siteName
                   if siteName = null or siteName::Trim()::Length = 0
                       display "| <ERROR: Not an active site on file.>"
                       goback
                   end-if
                   move type Convert::ToDouble(db::getEl("Locations", "commissionRate", "locationID = " & locId::ToString())) to rate
                   move type Convert::ToDouble(db::getEl("Locations", "taxRate", "locationID = " & locId::ToString())) to tax
               else
                   if raw::Length > 0
                       move raw to siteName
                       perform addNewSite
                   end-if
               end-if.
               invoke ClearAllLists.
               invoke coln::Add("location").
               invoke strin::Add(siteName).
               invoke coln::Add("commissionRate").
               invoke douin::Add(rate).
               invoke coln::Add("taxRate").
               invoke douin::Add(tax).

               display "Install date (YYYY-MM-DD), blank for today: " no advancing.
               accept raw.
               move raw::Trim() to raw.
               if isValidDate(raw) = true
                   move type DateTime::ParseExact(raw, "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture) to instDate
               else
                   move type DateTime::Now to instDate
               end-if.

               invoke coln::Add("machineID").
               invoke intin::Add(mchId).
               invoke coln::Add("active").
               invoke intin::Add(1).
               invoke coln::Add("installDate").
               invoke datin::Add(instDate).

      * coln runs strings, doubles, ints, dates the way db::insert lines
      * the values up, so commissionRate sits between location and the ints
               invoke db::insert("Machines", coln, strin, douin, intin, bolin, datin).
               display "Machine " & mchId::ToString() & " is added to the system."
               if locId > 0
                   invoke ClearAllLists
                   invoke coln::Add("operator")
                   invoke strin::Add(curOperator)
                   invoke coln::Add("machineID")
                   invoke intin::Add(mchId)
                   invoke coln::Add("locationID")
                   invoke intin::Add(locId)
                   invoke coln::Add("fromDate")
                   invoke datin::Add(instDate::Date)
                   invoke coln::Add("enteredDate")
                   invoke datin::Add(type DateTime::Now)
                   if db::insert("MachinePlacements", coln, strin, douin, intin, bolin, datin) = false
                       display "| <ERROR: Could not record where it sits -- place it from the Maint place screen.>"
                   end-if
               end-if
           catch ex
               display "<ERROR: Invalid Input Try Again.>"
           end-try.
           goback.
      * percentage of sales the host site takes as rent, 0 for our own
      * locations; sales tax rate for the city it sits in, 0 where
      * vending isn't taxed
       addNewSite.
           display "Commission rate % for the host site, blank for 0: " no advancing.
           accept raw.
           if isNumeric(raw) = true
               move type Convert::ToDouble(raw) to rate
           end-if.
           display "Sales tax rate % for this location, blank for 0: " no advancing.
           accept raw.
           if isNumeric(raw) = true
               move type Convert::ToDouble(raw) to tax
           end-if.
           invoke ClearAllLists.
           invoke coln::Add("siteName").
           invoke strin::Add(siteName).
           invoke coln::Add("commissionRate").
           invoke douin::Add(rate).
           invoke coln::Add("taxRate").
           invoke douin::Add(tax).
           invoke coln::Add("active").
           invoke intin::Add(1).
           if db::insert("Locations", coln, strin, douin, intin, bolin, datin) = true
               move type Convert::ToInt32(db::getEl("Locations", "MAX(locationID)", "siteName = '" & sqlQuote(siteName) & "'")) to locId
               display "Site added -- fill in its address and host from the Maint sites screen."
           else
               display "| <ERROR: Could not save the site -- the machine goes on unplaced.>"
           end-if.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * Fixed asset register for the machines: what each one cost, when
      * it went into service, its useful life, salvage value and method.
      * Changes go through the correction log; the next depreciation run
      * re-figures every open month from the new terms. A machine has to
      * be retired (Maint upmch) before it can be disposed of, and the
      * gain or loss is against its book value at the end of the month
      * before the disposal.
       method-id upAssets final public.
       local-storage section.
           77 raw                  type String.
           77 curval               type String.
           77 oldvals              type String.
           77 recid                type Int32.
           77 mchId                type Int32.
           77 cost                 type Double.
           77 salvage              type Double.
           77 life                 type Int32.
           77 meth                 type String.
           77 descr                type String.
           77 inService            type DateTime.
           77 disposed             type DateTime.
           77 proceeds             type Double.
           77 months               type Int32.
           77 bookVal              type Double.
           77 gainLoss             type Double.
           77 tabl                 type System.Data.DataTable.
           77 indx                 type Int32.
           77 col2                 type List[type String] value new type List[type String].
           77 str2                 type List[type String] value new type List[type String].
           77 dou2                 type List[type Double] value new type List[type Double].
           77 int2                 type List[type Int32] value new type List[type Int32].
           77 dat2                 type List[type DateTime] value new type List[type DateTime].
           77 ex                   type Exception.
       procedure division.
           invoke type Console::Clear().
           perform listAssets.
           try
               display "(a)dd a machine, (u)pdate an asset, (d)ispose of one, blank to leave: " no advancing
               accept raw
               move raw::Trim()::ToLower() to raw
               if raw = "a"
                   perform addAsset
               else
                   if raw = "u"
                       perform updateAsset
                   else
                       if raw = "d"
                           perform disposeAsset
                       end-if
                   end-if
               end-if
           catch ex
               display "| <ERROR: Invalid Input Try Again.>"
           end-try.
           goback.
       listAssets.
           move db::showAsTable("SELECT assetID, machineID, COALESCE(description, ''), cost, DATE_FORMAT(inService, '%Y-%m-%d'), lifeMonths, salvage, method, COALESCE(DATE_FORMAT(disposedDate, '%Y-%m-%d'), '') FROM FixedAssets ORDER BY machineID, assetID;") to tabl.
           display " _______________________________________________________________________________________________________".
           display "| ASSET | MACH | DESCRIPTION          |        COST | IN SERV.   | LIFE |    SALVAGE | MTH | DISPOSED   |".
           display "|-------|------|----------------------|-------------|------------|------|------------|-----|------------|".
           if tabl <> null
               perform varying indx from 0 by 1 until indx >= tabl::Rows::Count
                   display type String::Format("| {0,5} | {1,4} | {2,-20} | {3,11} | {4,-10} | {5,4} | {6,10} | {7,-3} | {8,-10} |",
                                               tabl::Rows[indx][0]::ToString(),
                                               tabl::Rows[indx][1]::ToString(),
                                               tabl::Rows[indx][2]::ToString(),
                                               type Convert::ToDouble(tabl::Rows[indx][3]::ToString())::ToString("N2"),
                                               tabl::Rows[indx][4]::ToString(),
                                               tabl::Rows[indx][5]::ToString(),
                                               type Convert::ToDouble(tabl::Rows[indx][6]::ToString())::ToString("N2"),
                                               tabl::Rows[indx][7]::ToString(),
                                               tabl::Rows[indx][8]::ToString())
               end-perform
           end-if.
           display "|_______|______|______________________|_____________|____________|______|____________|_____|____________|".
       addAsset.
           display "Machine ID: " no advancing.
           accept raw.
           move type Convert::ToInt32(raw::Trim()) to mchId.
           if db::getEl("Machines", "COUNT(*)", "machineID = " & mchId::ToString()) = "0"
               display "| <ERROR: Unknown machine ID.>"
               exit paragraph
           end-if.
           if db::getEl("FixedAssets", "COUNT(*)", "machineID = " & mchId::ToString() & " AND disposedDate IS NULL") <> "0"
               display "| <ERROR: Machine is already on the register -- update it instead.>"
               exit paragraph
           end-if.
           display "Description: " no advancing.
           accept descr.
           display "Purchase cost: " no advancing.
           accept raw.
           move type Convert::ToDouble(raw::Trim()) to cost.
           move db::getEl("Machines", "COALESCE(DATE_FORMAT(installDate, '%Y-%m-%d'), '')", "machineID = " & mchId::ToString()) to curval.
           if curval = null
               move "" to curval
           end-if.
           if curval::Length > 0
               display "In-service date (yyyy-MM-dd), blank for the install date " & curval & ": " no advancing
           else
               display "In-service date (yyyy-MM-dd): " no advancing
           end-if.
           accept raw.
           if raw::Trim()::Length = 0
               move curval to raw
           end-if.
           move type DateTime::ParseExact(raw::Trim(), "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture) to inService.
           display "Useful life in months: " no advancing.
           accept raw.
           move type Convert::ToInt32(raw::Trim()) to life.
           display "Salvage value, blank for none: " no advancing.
           accept raw.
           move 0 to salvage.
           if raw::Trim()::Length > 0
               move type Convert::ToDouble(raw::Trim()) to salvage
           end-if.
           display "Method, SL straight line or DDB double declining, blank for SL: " no advancing.
           accept raw.
           move raw::Trim()::ToUpper() to meth.
           if meth::Length = 0
               move "SL" to meth
           end-if.
           if cost <= 0 or life <= 0 or salvage < 0 or salvage > cost or (meth <> "SL" and meth <> "DDB")
               display "| <ERROR: Cost and life have to be over zero, salvage no more than cost, method SL or DDB.>"
               exit paragraph
           end-if.
           invoke ClearAllLists.
           invoke coln::Add("description").
           invoke strin::Add(descr::Trim()).
           invoke coln::Add("method").
           invoke strin::Add(meth).
           invoke coln::Add("operator").
           invoke strin::Add(curOperator).
           invoke coln::Add("cost").
           invoke douin::Add(cost).
           invoke coln::Add("salvage").
           invoke douin::Add(salvage).
           invoke coln::Add("machineID").
           invoke intin::Add(mchId).
           invoke coln::Add("lifeMonths").
           invoke intin::Add(life).
           invoke coln::Add("inService").
           invoke datin::Add(inService).
           invoke coln::Add("date").
           invoke datin::Add(type DateTime::Now).
           if db::insert("FixedAssets", coln, strin, douin, intin, bolin, datin) = true
               display "Machine " & mchId::ToString() & " added to the asset register."
           else
               display "| <ERROR: Could not save the asset.>"
           end-if.
       updateAsset.
           display "Asset ID to update: " no advancing.
           accept raw.
           move type Convert::ToInt32(raw::Trim()) to recid.
           move db::getEl("FixedAssets", "COUNT(*)", "assetID = " & recid::ToString() & " AND disposedDate IS NULL") to curval.
           if curval <> "1"
               display "| <ERROR: No open asset with that ID.>"
               exit paragraph
           end-if.
           move db::getEl("FixedAssets", "cost", "assetID = " & recid::ToString()) to curval.
           move "cost=" & curval to oldvals.
           display "Purchase cost [" & curval & "], enter * to keep: " no advancing.
           accept raw.
           if raw::Trim() = "*"
               move curval to raw
           end-if.
           move type Convert::ToDouble(raw::Trim()) to cost.
           move db::getEl("FixedAssets", "DATE_FORMAT(inService, '%Y-%m-%d')", "assetID = " & recid::ToString()) to curval.
           move oldvals & "; inService=" & curval to oldvals.
           display "In-service date [" & curval & "], enter * to keep: " no advancing.
           accept raw.
           if raw::Trim() = "*"
               move curval to raw
           end-if.
           move type DateTime::ParseExact(raw::Trim(), "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture) to inService.
           move db::getEl("FixedAssets", "lifeMonths", "assetID = " & recid::ToString()) to curval.
           move oldvals & "; lifeMonths=" & curval to oldvals.
           display "Useful life in months [" & curval & "], enter * to keep: " no advancing.
           accept raw.
           if raw::Trim() = "*"
               move curval to raw
           end-if.
           move type Convert::ToInt32(raw::Trim()) to life.
           move db::getEl("FixedAssets", "salvage", "assetID = " & recid::ToString()) to curval.
           move oldvals & "; salvage=" & curval to oldvals.
           display "Salvage value [" & curval & "], enter * to keep: " no advancing.
           accept raw.
           if raw::Trim() = "*"
               move curval to raw
           end-if.
           move type Convert::ToDouble(raw::Trim()) to salvage.
           move db::getEl("FixedAssets", "method", "assetID = " & recid::ToString()) to curval.
           move oldvals & "; method=" & curval to oldvals.
           display "Method SL/DDB [" & curval & "], enter * to keep: " no advancing.
           accept raw.
           if raw::Trim() = "*"
               move curval to raw
           end-if.
           move raw::Trim()::ToUpper() to meth.
           if cost <= 0 or life <= 0 or salvage < 0 or salvage > cost or (meth <> "SL" and meth <> "DDB")
               display "| <ERROR: Cost and life have to be over zero, salvage no more than cost, method SL or DDB.>"
               exit paragraph
           end-if.
           invoke col2::Add("method").
           invoke str2::Add(meth).
           invoke col2::Add("cost").
           invoke dou2::Add(cost).
           invoke col2::Add("salvage").
           invoke dou2::Add(salvage).
           invoke col2::Add("lifeMonths").
           invoke int2::Add(life).
           invoke col2::Add("inService").
           invoke dat2::Add(inService).
           invoke ClearAllLists.
           if logCorrection("FixedAssets", recid, oldvals) = false
               display "Correction log failed, update cancelled."
               exit paragraph
           end-if.
           if db::update_("FixedAssets", col2, str2, dou2, int2, dat2, bolin, "assetID = " & recid::ToString()) = true
               display "Asset " & recid::ToString() & " updated -- open months re-figure on the next depreciation run."
           else
               display "Update failed."
           end-if.
       disposeAsset.
           display "Asset ID being sold or scrapped: " no advancing.
           accept raw.
           move type Convert::ToInt32(raw::Trim()) to recid.
           move db::showAsTable("SELECT machineID, cost, salvage, lifeMonths, UPPER(method), DATE_FORMAT(inService, '%Y-%m-%d') FROM FixedAssets WHERE disposedDate IS NULL AND assetID = " & recid::ToString() & ";") to tabl.
           if tabl = null or tabl::Rows::Count = 0
               display "| <ERROR: No open asset with that ID.>"
               exit paragraph
           end-if.
           move type Convert::ToInt32(tabl::Rows[0][0]::ToString()) to mchId.
           if db::getEl("Machines", "active", "machineID = " & mchId::ToString()) = "1"
               display "| <ERROR: Machine " & mchId::ToString() & " is still active -- retire it with Maint upmch first.>"
               exit paragraph
           end-if.
           move type Convert::ToDouble(tabl::Rows[0][1]::ToString()) to cost.
           move type Convert::ToDouble(tabl::Rows[0][2]::ToString()) to salvage.
           move type Convert::ToInt32(tabl::Rows[0][3]::ToString()) to life.
           move tabl::Rows[0][4]::ToString() to meth.
           move type DateTime::ParseExact(tabl::Rows[0][5]::ToString(), "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture) to inService.
           display "Disposal date (yyyy-MM-dd), blank for today: " no advancing.
           accept raw.
           if raw::Trim()::Length = 0
               move type DateTime::Today to disposed
           else
               move type DateTime::ParseExact(raw::Trim(), "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture) to disposed
           end-if.
           if disposed < inService
               display "| <ERROR: Disposal date is before the machine went into service.>"
               exit paragraph
           end-if.
           if isPeriodClosed(disposed::ToString("yyyy-MM")) = true
               display "| <ERROR: " & disposed::ToString("yyyy-MM") & " is closed -- date the disposal in an open month.>"
               exit paragraph
           end-if.
           display "Sale proceeds, blank or 0 when scrapped: " no advancing.
           accept raw.
           move 0 to proceeds.
           if raw::Trim()::Length > 0
               move type Convert::ToDouble(raw::Trim()) to proceeds
           end-if.
           compute months = (disposed::Year * 12 + disposed::Month) - (inService::Year * 12 + inService::Month).
           move accumDepr(cost, salvage, life, meth, months) to bookVal.
           compute bookVal = cost - bookVal.
           compute gainLoss = proceeds - bookVal.
           display "Book value " & bookVal::ToString("N2") & ", proceeds " & proceeds::ToString("N2") & ", gain/loss " & gainLoss::ToString("N2").
           display "Record the disposal? (y/N): " no advancing.
           accept raw.
           if raw::Trim()::ToLower() <> "y"
               display "Nothing recorded."
               exit paragraph
           end-if.
           invoke col2::Add("proceeds").
           invoke dou2::Add(proceeds).
           invoke col2::Add("gainLoss").
           invoke dou2::Add(gainLoss).
           invoke col2::Add("disposedDate").
           invoke dat2::Add(disposed).
           invoke ClearAllLists.
           if logCorrection("FixedAssets", recid, "disposedDate=") = false
               display "Correction log failed, disposal cancelled."
               exit paragraph
           end-if.
           if db::update_("FixedAssets", col2, str2, dou2, int2, dat2, bolin, "assetID = " & recid::ToString()) = true
               display "Asset " & recid::ToString() & " disposed -- the " & disposed::ToString("yyyy-MM") & " depreciation run journals it."
           else
               display "Update failed."
           end-if.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * Lets a machine's active flag be corrected, the same
      * "* to keep" pattern as upinv/upSpending use for their own tables.
       method-id upMachine final public.
       local-storage section.
           77 raw                  type String.
           77 curval               type String.
           77 recid                type Int32.
           77 newactive            type Int32.
           77 oldvals              type String.
           77 col2                 type List[type String] value new type List[type String].
           77 str2                 type List[type String] value new type List[type String].
           77 dou2                 type List[type Double] value new type List[type Double].
           77 int2                 type List[type Int32] value new type List[type Int32].
           77 ex                   type Exception.
       procedure division.
           invoke type Console::Clear().
           invoke listMachines.
           try
               display "Machine ID to update: " no advancing.
               accept raw.
               move type Convert::ToInt32(raw) to recid.

               move db::getEl("Machines", "location", "machineID = " & recid::ToString()) to curval.
               if curval = null
                   display "<ERROR: Unknown machine ID, update cancelled.>"
                   goback
               end-if.
      * where it sits and what the host takes belong to the site now --
      * overwriting them here is what used to hand a machine's whole
      * history to its new address
               display "Sits at [" & curval & "] -- move it with Maint place, change the site's terms with Maint sites."

               move db::getEl("Machines", "active", "machineID = " & recid::ToString()) to curval.
               move "active=" & curval to oldvals.
               display "Active, 1 or 0 [" & curval & "], enter * to keep: " no advancing.
               accept raw.
               if raw = "*" or raw = ""
                   move type Convert::ToInt32(curval) to newactive
               else
                   move type Convert::ToInt32(raw) to newactive
               end-if.

               invoke col2::Add("active").
               invoke int2::Add(newactive).

               invoke ClearAllLists.
               if logCorrection("Machines", recid, oldvals) = false
                   display "Correction log failed, update cancelled."
                   goback
               end-if.
               if db::update_("Machines", col2, str2, dou2, int2, datin, bolin, "machineID = " & recid::ToString()) = true
                   display "Machine " & recid::ToString() & " updated."
               else
                   display "Update failed."
               end-if
           catch ex
               display "<ERROR: Invalid Input Try Again.>"
           end-try.
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * A repair visit gets written down where the refurb vendor can see
      * it later: what broke, what was done, what it cost, and the
      * complaint ticket that sent the driver out, if there was one.
       method-id newServiceLog final public.
       local-storage section.
           77 raw                  type String.
           77 mchId                type Int32.
           77 problem              type String.
           77 fixact               type String.
           77 cost                 type Double.
           77 svcDate              type DateTime.
           77 ticketId             type Int32.
           77 ex                   type Exception.
       procedure division.
           invoke ClearAllLists.
           invoke type Console::Clear.
           invoke listMachines.
           try
               display "| Machine ID: " no advancing.
               accept raw.
               move type Convert::ToInt32(raw) to mchId.
               if validateMachine(mchId) = false
                   display "| <ERROR: Not an active machine on file.>"
                   goback
               end-if.

               display "| Service date (YYYY-MM-DD), blank for today: " no advancing.
               accept raw.
               move raw::Trim() to raw.
               if isValidDate(raw) = true
                   move type DateTime::ParseExact(raw, "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture) to svcDate
               else
                   move type DateTime::Now to svcDate
               end-if.

               display "| Problem found: " no advancing.
               accept problem.
               display "| Action taken: " no advancing.
               accept fixact.
               display "| Cost, blank for 0: " no advancing.
               accept raw.
               if isNumeric(raw) = true
                   move type Convert::ToDouble(raw) to cost
               else
                   move 0 to cost
               end-if.
               move promptTicket(mchId) to ticketId.
               if ticketId < 0
                   goback
               end-if.

               invoke coln::Add("operator").
               invoke strin::Add(curOperator).
               invoke coln::Add("problem").
               invoke strin::Add(problem).
               invoke coln::Add("action").
               invoke strin::Add(fixact).
               invoke coln::Add("cost").
               invoke douin::Add(cost).
               invoke coln::Add("machineID").
               invoke intin::Add(mchId).
               if ticketId > 0
                   invoke coln::Add("ticketID")
                   invoke intin::Add(ticketId)
               end-if.
               invoke coln::Add("date").
               invoke datin::Add(svcDate).

               if db::insert("ServiceLog", coln, strin, douin, intin, bolin, datin) = true
                   display "Service visit logged for machine " & mchId::ToString() & "."
                   if ticketId > 0
                       invoke offerClose(ticketId, fixact)
                   end-if
               else
                   display "| <ERROR: Could not save the service entry.>"
               end-if
           catch ex
               display "| <ERROR: Invalid Input Try Again.>"
           end-try.
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * PM tasks on active machines that are due or coming due, for one
      * machine or (0) all of them. The vend count since the last visit
      * comes from the DEX reads; a machine with no DEX read in that time
      * falls back to the cans loaded into it, which is what it sold give
      * or take what is still in the columns. A task is OVERDUE past its
      * interval and DUE from pmLeadDays / pmLeadPct ahead of it.
      * Columns: taskID, machineID, taskName, intervalDays, intervalVends,
      * last done, days since, vends since, DUE/OVERDUE.
       method-id pmDueList final private.
       local-storage section.
           77 mfilter       type String.
       linkage section.
           01 mchId         type Int32.
           01 ret           type System.Data.DataTable.
       procedure division using mchId returning ret.
           move "" to mfilter.
           if mchId > 0
               move " AND t.machineID = " & mchId::ToString() to mfilter
           end-if.
           move db::showAsTable(type String::Format(
               "SELECT taskID, machineID, taskName, intervalDays, intervalVends, lastDone, days, vends, CASE WHEN (intervalDays > 0 AND days > intervalDays) OR (intervalVends > 0 AND vends > intervalVends) THEN 'OVERDUE' ELSE 'DUE' END FROM (" &
               "SELECT t.taskID, t.machineID, t.taskName, t.intervalDays, t.intervalVends, COALESCE(DATE_FORMAT(t.lastDone, '%Y-%m-%d'), 'never') AS lastDone, DATEDIFF(NOW(), COALESCE(t.lastDone, t.date)) AS days, " &
               "COALESCE((SELECT SUM(d.vends) FROM DexReads d WHERE d.machineID = t.machineID AND d.date > COALESCE(t.lastDone, t.date) HAVING COUNT(*) > 0), (SELECT COALESCE(SUM(cancount), 0) FROM Inventory WHERE Inventory.machineID = t.machineID AND Inventory.date > COALESCE(t.lastDone, t.date){1})) AS vends " &
               "FROM PmTasks t INNER JOIN Machines m ON m.machineID = t.machineID WHERE t.active = 1 AND m.active = 1{0}) x " &
               "WHERE (intervalDays > 0 AND days >= intervalDays - {2}) OR (intervalVends > 0 AND vends >= intervalVends * {3} / 100) ORDER BY machineID, taskName;",
               mfilter, voidExclusion("Inventory"), pmLeadDays, pmLeadPct)) to ret.
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * Preventive maintenance plans: the tasks each machine gets on a
      * clock -- every so many days, every so many vends, or whichever
      * comes first when both are set. A task added with no machine goes
      * on every active machine at once. Turning a task off keeps its
      * history in the ServiceLog.
       method-id upPmPlans final public.
       local-storage section.
           77 raw                  type String.
           77 curval               type String.
           77 oldvals              type String.
           77 recid                type Int32.
           77 mchId                type Int32.
           77 taskName             type String.
           77 iDays                type Int32.
           77 iVends               type Int32.
           77 newactive            type Int32.
           77 added                type Int32 value 0.
           77 tabl                 type System.Data.DataTable.
           77 mchList              type List[type String].
           77 indx                 type Int32.
           77 col2                 type List[type String] value new type List[type String].
           77 int2                 type List[type Int32] value new type List[type Int32].
           77 ex                   type Exception.
       procedure division.
           invoke type Console::Clear().
           perform listPlans.
           try
               display "(a)dd a task, (u)pdate a task, blank to leave: " no advancing
               accept raw
               move raw::Trim()::ToLower() to raw
               if raw = "a"
                   perform addTask
               else
                   if raw = "u"
                       perform updateTask
                   end-if
               end-if
           catch ex
               display "| <ERROR: Invalid Input Try Again.>"
           end-try.
           goback.
       listPlans.
           move db::showAsTable("SELECT taskID, machineID, taskName, intervalDays, intervalVends, COALESCE(DATE_FORMAT(lastDone, '%Y-%m-%d'), 'never'), active FROM PmTasks ORDER BY machineID, taskName;") to tabl.
           display " _________________________________________________________________________________".
           display "| TASK | MACH | TASK NAME                     | DAYS |   VENDS | LAST DONE  | ON |".
           display "|------|------|-------------------------------|------|---------|------------|----|".
           if tabl <> null
               perform varying indx from 0 by 1 until indx >= tabl::Rows::Count
                   display type String::Format("| {0,4} | {1,4} | {2,-29} | {3,4} | {4,7} | {5,-10} | {6,2} |",
                                               tabl::Rows[indx][0]::ToString(),
                                               tabl::Rows[indx][1]::ToString(),
                                               tabl::Rows[indx][2]::ToString(),
                                               tabl::Rows[indx][3]::ToString(),
                                               tabl::Rows[indx][4]::ToString(),
                                               tabl::Rows[indx][5]::ToString(),
                                               tabl::Rows[indx][6]::ToString())
               end-perform
           end-if.
           display "|______|______|_______________________________|______|_________|____________|____|".
       addTask.
           display "Machine ID, blank for every active machine: " no advancing.
           accept raw.
           move 0 to mchId.
           if raw::Trim()::Length > 0
               move type Convert::ToInt32(raw::Trim()) to mchId
               if validateMachine(mchId) = false
                   display "| <ERROR: Not an active machine on file.>"
                   exit paragraph
               end-if
           end-if.
           display "Task (e.g. Clean coin mech): " no advancing.
           accept taskName.
           move taskName::Trim() to taskName.
           if taskName::Length = 0 or taskName::Length > 64
               display "| <ERROR: Task name has to be 1 to 64 characters.>"
               exit paragraph
           end-if.
           display "Every how many days, blank for none: " no advancing.
           accept raw.
           move 0 to iDays.
           if raw::Trim()::Length > 0
               move type Convert::ToInt32(raw::Trim()) to iDays
           end-if.
           display "Every how many vends, blank for none: " no advancing.
           accept raw.
           move 0 to iVends.
           if raw::Trim()::Length > 0
               move type Convert::ToInt32(raw::Trim()) to iVends
           end-if.
           if iDays < 0 or iVends < 0 or (iDays = 0 and iVends = 0)
               display "| <ERROR: Give the task a day interval, a vend interval, or both.>"
               exit paragraph
           end-if.
           if mchId > 0
               perform addOne
           else
               move db::showAsList("SELECT machineID FROM Machines WHERE active = 1 ORDER BY machineID;") to mchList
               if mchList <> null
                   perform varying indx from 0 by 1 until indx >= mchList::Count
                       move type Convert::ToInt32(mchList[indx]) to mchId
                       perform addOne
                   end-perform
               end-if
           end-if.
           display type String::Format("{0} task(s) added.", added).
       addOne.
           if db::getEl("PmTasks", "COUNT(*)", type String::Format("machineID = {0} AND taskName = '{1}' AND active = 1", mchId, sqlQuote(taskName))) <> "0"
               display "  machine " & mchId::ToString() & " already has that task -- skipped."
               exit paragraph
           end-if.
           invoke ClearAllLists.
           invoke coln::Add("taskName").
           invoke strin::Add(taskName).
           invoke coln::Add("operator").
           invoke strin::Add(curOperator).
           invoke coln::Add("machineID").
           invoke intin::Add(mchId).
           invoke coln::Add("intervalDays").
           invoke intin::Add(iDays).
           invoke coln::Add("intervalVends").
           invoke intin::Add(iVends).
           invoke coln::Add("date").
           invoke datin::Add(type DateTime::Now).
           if db::insert("PmTasks", coln, strin, douin, intin, bolin, datin) = true
               add 1 to added
           else
               display "| <ERROR: Could not save the task for machine " & mchId::ToString() & ".>"
           end-if.
       updateTask.
           display "Task ID to update: " no advancing.
           accept raw.
           move type Convert::ToInt32(raw::Trim()) to recid.
           move db::getEl("PmTasks", "intervalDays", "taskID = " & recid::ToString()) to curval.
           if curval = null
               display "| <ERROR: Unknown task ID.>"
               exit paragraph
           end-if.
           move "intervalDays=" & curval to oldvals.
           display "Every how many days [" & curval & "], 0 for none, enter * to keep: " no advancing.
           accept raw.
           if raw::Trim() = "*"
               move curval to raw
           end-if.
           move type Convert::ToInt32(raw::Trim()) to iDays.
           move db::getEl("PmTasks", "intervalVends", "taskID = " & recid::ToString()) to curval.
           move oldvals & "; intervalVends=" & curval to oldvals.
           display "Every how many vends [" & curval & "], 0 for none, enter * to keep: " no advancing.
           accept raw.
           if raw::Trim() = "*"
               move curval to raw
           end-if.
           move type Convert::ToInt32(raw::Trim()) to iVends.
           move db::getEl("PmTasks", "active", "taskID = " & recid::ToString()) to curval.
           move oldvals & "; active=" & curval to oldvals.
           display "Active, 1 or 0 [" & curval & "], enter * to keep: " no advancing.
           accept raw.
           if raw::Trim() = "*"
               move curval to raw
           end-if.
           move type Convert::ToInt32(raw::Trim()) to newactive.
           if iDays < 0 or iVends < 0 or (iDays = 0 and iVends = 0)
               display "| <ERROR: Give the task a day interval, a vend interval, or both.>"
               exit paragraph
           end-if.
           invoke col2::Add("intervalDays").
           invoke int2::Add(iDays).
           invoke col2::Add("intervalVends").
           invoke int2::Add(iVends).
           invoke col2::Add("active").
           invoke int2::Add(newactive).
           invoke ClearAllLists.
           if logCorrection("PmTasks", recid, oldvals) = false
               display "Correction log failed, update cancelled."
               exit paragraph
           end-if.
           if db::update_("PmTasks", col2, strin, douin, int2, datin, bolin, "taskID = " & recid::ToString()) = true
               display "Task " & recid::ToString() & " updated."
           else
               display "Update failed."
           end-if.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * A PM task done on the stop: written to the ServiceLog like any
      * visit (tagged with the task, so it is not counted as a breakdown)
      * and the task's clock restarts from the day it was done.
       method-id newPmDone final public.
       local-storage section.
           77 raw                  type String.
           77 curval               type String.
           77 mchId                type Int32.
           77 taskId               type Int32.
           77 taskName             type String.
           77 fixact               type String.
           77 cost                 type Double.
           77 svcDate              type DateTime.
           77 tabl                 type System.Data.DataTable.
           77 indx                 type Int32.
           77 ex                   type Exception.
       procedure division.
           invoke ClearAllLists.
           invoke type Console::Clear.
           try
               display "| Machine ID: " no advancing.
               accept raw.
               move type Convert::ToInt32(raw) to mchId.
               if validateMachine(mchId) = false
                   display "| <ERROR: Not an active machine on file.>"
                   goback
               end-if.
               move db::showAsTable("SELECT taskID, taskName, COALESCE(DATE_FORMAT(lastDone, '%Y-%m-%d'), 'never') FROM PmTasks WHERE active = 1 AND machineID = " & mchId::ToString() & " ORDER BY taskName;") to tabl.
               if tabl = null or tabl::Rows::Count = 0
                   display "No PM tasks set up for machine " & mchId::ToString() & " -- see Maint pm."
                   goback
               end-if.
               perform varying indx from 0 by 1 until indx >= tabl::Rows::Count
                   display type String::Format("| {0,5}  {1,-30} last done {2}",
                                               tabl::Rows[indx][0]::ToString(),
                                               tabl::Rows[indx][1]::ToString(),
                                               tabl::Rows[indx][2]::ToString())
               end-perform.
               display "| Task ID done: " no advancing.
               accept raw.
               move type Convert::ToInt32(raw) to taskId.
               move db::getEl("PmTasks", "taskName", "active = 1 AND taskID = " & taskId::ToString() & " AND machineID = " & mchId::ToString()) to taskName.
               if taskName = null
                   display "| <ERROR: Not a task on this machine.>"
                   goback
               end-if.

               display "| Date done (YYYY-MM-DD), blank for today: " no advancing.
               accept raw.
               move raw::Trim() to raw.
               if isValidDate(raw) = true
                   move type DateTime::ParseExact(raw, "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture) to svcDate
               else
                   move type DateTime::Now to svcDate
               end-if.
               display "| Notes, blank for none: " no advancing.
               accept fixact.
               if fixact::Trim()::Length = 0
                   move "PM done" to fixact
               end-if.
               display "| Parts cost, blank for 0: " no advancing.
               accept raw.
               if isNumeric(raw) = true
                   move type Convert::ToDouble(raw) to cost
               else
                   move 0 to cost
               end-if.

               invoke coln::Add("operator").
               invoke strin::Add(curOperator).
               invoke coln::Add("problem").
               invoke strin::Add("PM: " & taskName).
               invoke coln::Add("action").
               invoke strin::Add(fixact).
               invoke coln::Add("cost").
               invoke douin::Add(cost).
               invoke coln::Add("machineID").
               invoke intin::Add(mchId).
               invoke coln::Add("pmTaskID").
               invoke intin::Add(taskId).
               invoke coln::Add("date").
               invoke datin::Add(svcDate).
               if db::insert("ServiceLog", coln, strin, douin, intin, bolin, datin) = false
                   display "| <ERROR: Could not save the service entry.>"
                   goback
               end-if.
      * a visit keyed in late never winds the clock back past a later one
               if db::runQuery(type String::Format(
                       "UPDATE PmTasks SET lastDone = '{0}' WHERE taskID = {1} AND (lastDone IS NULL OR lastDone < '{0}');",
                       svcDate::ToString("yyyy-MM-dd HH:mm:ss"), taskId)) = true
                   display "PM logged for machine " & mchId::ToString() & ": " & taskName & "."
               else
                   display "| <ERROR: Visit logged but the task's clock was not reset.>"
               end-if
           catch ex
               display "| <ERROR: Invalid Input Try Again.>"
           end-try.
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * Down/up events per machine: a dead machine gets a down entry the
      * moment it's found, and the same screen marks it back up after
      * the fix. The repair visit still goes on the service log -- this
      * records the hours nobody could put a dollar in.
       method-id newOutage final public.
       local-storage section.
           77 raw               type String.
           77 mchId             type Int32.
           77 reason            type String.
           77 openId            type Int32.
           77 curval            type String.
           77 ucol              type List[type String] value new type List[type String].
           77 udat              type List[type DateTime] value new type List[type DateTime].
           77 ex                type Exception.
       procedure division.
           invoke type Console::Clear().
           invoke ClearAllLists.
           invoke listMachines.
           try
               display "| Machine ID: " no advancing.
               accept raw.
               move type Convert::ToInt32(raw) to mchId.
               if validateMachine(mchId) = false
                   display "| <ERROR: Not an active machine on file.>"
                   goback
               end-if.

               move db::getEl("OutageLog", "id", "machineID = " & mchId::ToString() & " AND upDate IS NULL") to curval.
               if curval <> null and curval::Trim()::Length > 0
                   move type Convert::ToInt32(curval) to openId
                   move db::getEl("OutageLog", "downDate", "id = " & openId::ToString()) to curval
                   display "Machine " mchId::ToString() " has been down since " curval "."
                   display "Mark it back up now? (y/N): " no advancing
                   accept raw
                   if raw::Trim()::ToLower() = "y"
                       invoke ucol::Add("upDate")
                       invoke udat::Add(type DateTime::Now)
                       if db::update_("OutageLog", ucol, strin, douin, intin, udat, bolin, "id = " & openId::ToString()) = true
                           display "Machine " & mchId::ToString() & " is back in service."
                       else
                           display "Update failed."
                       end-if
                   else
                       display "Left as down."
                   end-if
                   goback
               end-if.

               display "| What is wrong with it: " no advancing.
               accept reason.
               invoke coln::Add("operator").
               invoke strin::Add(curOperator).
               invoke coln::Add("reason").
               invoke strin::Add(reason).
               invoke coln::Add("machineID").
               invoke intin::Add(mchId).
               invoke coln::Add("downDate").
               invoke datin::Add(type DateTime::Now).
               if db::insert("OutageLog", coln, strin, douin, intin, bolin, datin) = true
                   display "Machine " & mchId::ToString() & " recorded as OUT OF SERVICE."
               else
                   display "| <ERROR: Could not save the outage.>"
               end-if
           catch ex
               display "| <ERROR: Invalid Input Try Again.>"
           end-try.
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * Downtime by machine and period, priced: hours down times the
      * machine's 90-day take divided into a per-DAY rate. Note this is
      * deliberately not newProfets' sanity-check figure -- that one is
      * AVG(Ernings) per CASHOUT, which would overstate lost sales here
      * whenever cashouts run less often than daily. Don't unify them.
      * The chronic-outage host locations stop hiding behind "it was
      * only down a little while".
       method-id statDowntime final public.
       local-storage section.
           77 tabl              type System.Data.DataTable.
           77 indx              pic 9(19).
           77 lim               pic 9(19).
           77 mfilter           type String.
           77 dfilter           type String.
           77 mchId             type Int32.
           77 minsDown          type Double.
           77 hoursDown         type Double.
           77 dailyAvg          type Double.
           77 lostSales         type Double.
           77 totLost           type Double value 0.
           77 stillDown         type String.
           77 hits              type List[type String].
       procedure division.
           invoke type Console::Clear().
           move promptDateFilter() to dfilter.
      * the date filter is written against "date" -- point it at the
      * outage's own down timestamp, the way the audit reports do
           move dfilter::Replace("YEAR(date)", "YEAR(downDate)") to dfilter.
           move dfilter::Replace("date BETWEEN", "downDate BETWEEN") to dfilter.
           move promptMachineFilter() to mfilter.
      * both joined tables carry machineID, so the filter has to say
      * whose -- unqualified it is ambiguous and the query dies
           move mfilter::Replace(" AND machineID", " AND OutageLog.machineID") to mfilter.

           move db::showAsTable(type String::Format(
               "SELECT OutageLog.machineID, COALESCE(location, ''), COUNT(*), SUM(TIMESTAMPDIFF(MINUTE, downDate, COALESCE(upDate, GetDate()))), SUM(CASE WHEN upDate IS NULL THEN 1 ELSE 0 END) FROM OutageLog LEFT JOIN Machines ON Machines.machineID = OutageLog.machineID WHERE {0}{1} GROUP BY OutageLog.machineID, location ORDER BY 4 DESC;",
               dfilter, mfilter)) to tabl.

           display type String::Format("{0,6}{1,-22}{2,9}{3,11}{4,13}  {5}", "Mach", "  Location", "Outages", "HoursDown", "Est. Lost", "").
           display "----------------------------------------------------------------------".
           if tabl = null or tabl::Rows::Count = 0
               display "No outages recorded for this period."
               goback
           end-if.
           move tabl::Rows::Count to lim.
           perform varying indx from 0 by 1 until indx >= lim
               move type Convert::ToInt32(tabl::Rows[indx][0]::ToString()) to mchId
               move type Convert::ToDouble(tabl::Rows[indx][3]::ToString()) to minsDown
               compute hoursDown = minsDown / 60

      * the machine's own 90-day take, per day -- what a dead day costs
               move db::showAsList(type String::Format(
                   "SELECT COALESCE(SUM(Ernings),0) / 90 FROM CashOut WHERE machineID = {0} AND date > ADDDATE(GetDate(), -90){1};",
                   mchId::ToString(), voidExclusion("CashOut"))) to hits
               if hits <> null and hits::Count > 0
                   move type Convert::ToDouble(hits[0]) to dailyAvg
               else
                   move 0 to dailyAvg
               end-if
               compute lostSales = hoursDown / 24 * dailyAvg
               add lostSales to totLost

               move "" to stillDown
               if tabl::Rows[indx][4]::ToString() <> "0"
                   move "*** STILL DOWN ***" to stillDown
               end-if
               display type String::Format("{0,6}{1,-22}{2,9}{3,11}{4,13}  {5}",
                                           mchId::ToString(),
                                           "  " & tabl::Rows[indx][1]::ToString(),
                                           tabl::Rows[indx][2]::ToString(),
                                           hoursDown::ToString("N1"),
                                           lostSales::ToString("C"),
                                           stillDown)
           end-perform.
           display "----------------------------------------------------------------------".
           display type String::Format("{0,48}{1,13}", "TOTAL ESTIMATED LOST SALES", totLost::ToString("C")).
           invoke exportTableToCsv(tabl, "downtime").
           display "".
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * Open complaint tickets by age, oldest first, with what has been
      * refunded and how many visits have gone against each, then the
      * count in each age bucket by problem type.
       method-id statTicketAging final public.
       local-storage section.
           77 tabl              type System.Data.DataTable.
           77 buckets           type System.Data.DataTable.
           77 indx              type Int32.
       procedure division.
           invoke type Console::Clear().
           move db::showAsTable(
               "SELECT ticketID AS Ticket, machineID AS Machine, problemType AS Problem, DATE_FORMAT(openedDate, '%Y-%m-%d') AS Opened, DATEDIFF(NOW(), openedDate) AS DaysOpen, COALESCE(callerName, '') AS Caller, COALESCE(callerContact, '') AS Contact, " &
               "(SELECT COALESCE(SUM(amount), 0) FROM Refunds r WHERE r.ticketID = Complaints.ticketID AND NOT EXISTS (SELECT 1 FROM VoidLog WHERE VoidLog.tableName = 'Refunds' AND VoidLog.origId = r.id)) AS Refunded, " &
               "(SELECT COUNT(*) FROM ServiceLog s WHERE s.ticketID = Complaints.ticketID) AS Visits " &
               "FROM Complaints WHERE status = 'OPEN' ORDER BY openedDate;") to tabl.
           if tabl = null or tabl::Rows::Count = 0
               display "No open complaint tickets."
               goback
           end-if.
           display type String::Format("OPEN COMPLAINT TICKETS -- {0}", type DateTime::Now::ToString("yyyy-MM-dd")).
           display " _________________________________________________________________________".
           display "| TICKET | MACH | PROBLEM | OPENED     | DAYS | REFUNDED | VISITS | CALLER".
           display "|--------|------|---------|------------|------|----------|--------|-------".
           perform varying indx from 0 by 1 until indx >= tabl::Rows::Count
               display type String::Format("| {0,6} | {1,4} | {2,-7} | {3,-10} | {4,4} | {5,8} | {6,6} | {7} {8}",
                                           tabl::Rows[indx][0]::ToString(),
                                           tabl::Rows[indx][1]::ToString(),
                                           tabl::Rows[indx][2]::ToString(),
                                           tabl::Rows[indx][3]::ToString(),
                                           tabl::Rows[indx][4]::ToString(),
                                           type Convert::ToDouble(tabl::Rows[indx][7]::ToString())::ToString("N2"),
                                           tabl::Rows[indx][8]::ToString(),
                                           tabl::Rows[indx][5]::ToString(),
                                           tabl::Rows[indx][6]::ToString())
           end-perform.
           display "|________|______|_________|____________|______|__________|________|_______".

           move db::showAsTable(
               "SELECT problemType, SUM(CASE WHEN DATEDIFF(NOW(), openedDate) <= 2 THEN 1 ELSE 0 END), SUM(CASE WHEN DATEDIFF(NOW(), openedDate) BETWEEN 3 AND 7 THEN 1 ELSE 0 END), " &
               "SUM(CASE WHEN DATEDIFF(NOW(), openedDate) BETWEEN 8 AND 14 THEN 1 ELSE 0 END), SUM(CASE WHEN DATEDIFF(NOW(), openedDate) BETWEEN 15 AND 30 THEN 1 ELSE 0 END), " &
               "SUM(CASE WHEN DATEDIFF(NOW(), openedDate) > 30 THEN 1 ELSE 0 END), COUNT(*) FROM Complaints WHERE status = 'OPEN' GROUP BY problemType ORDER BY COUNT(*) DESC;") to buckets.
           display "".
           display type String::Format("{0,-9}{1,7}{2,7}{3,7}{4,7}{5,7}{6,8}", "Problem", "0-2", "3-7", "8-14", "15-30", "31+", "Total").
           display "----------------------------------------------------".
           if buckets <> null
               perform varying indx from 0 by 1 until indx >= buckets::Rows::Count
                   display type String::Format("{0,-9}{1,7}{2,7}{3,7}{4,7}{5,7}{6,8}",
                                               buckets::Rows[indx][0]::ToString(),
                                               buckets::Rows[indx][1]::ToString(),
                                               buckets::Rows[indx][2]::ToString(),
                                               buckets::Rows[indx][3]::ToString(),
                                               buckets::Rows[indx][4]::ToString(),
                                               buckets::Rows[indx][5]::ToString(),
                                               buckets::Rows[indx][6]::ToString())
               end-perform
           end-if.
           invoke exportTableToCsv(tabl, "ticketaging").
           display "".
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * Repeat offenders: complaints per 1,000 vends by machine and
      * problem type over a look-back window, worst first, so a machine
      * that eats dollars gets looked at before one that is just busy.
      * Vends come from the DEX reads, or the cans loaded into a machine
      * with no DEX read in the window -- the same fallback the PM clock
      * uses. A machine with no vends at all still lists, with no rate.
       method-id statRepeatOffenders final public.
       local-storage section.
           77 raw               type String.
           77 days              type Int32 value 90.
           77 startDate         type String.
           77 tabl              type System.Data.DataTable.
           77 indx              type Int32.
           77 rateTxt           type String.
           77 negDays           type Int32.
       procedure division.
           invoke type Console::Clear().
           display "Days to look back, blank for 90: " no advancing.
           accept raw.
           if isNumeric(raw) = true
               move type Convert::ToInt32(raw) to days
           end-if.
           if days < 1
               move 90 to days
           end-if.
           compute negDays = 0 - days.
           move type DateTime::Today::AddDays(negDays)::ToString("yyyy-MM-dd") to startDate.
           move db::showAsTable(type String::Format(
               "SELECT Machine, Problem, Complaints, Vends, CASE WHEN Vends > 0 THEN ROUND(Complaints * 1000 / Vends, 2) ELSE NULL END AS Per1000 FROM (" &
               "SELECT c.machineID AS Machine, c.problemType AS Problem, COUNT(*) AS Complaints, " &
               "COALESCE((SELECT SUM(d.vends) FROM DexReads d WHERE d.machineID = c.machineID AND d.date >= '{0}' HAVING COUNT(*) > 0), (SELECT COALESCE(SUM(cancount), 0) FROM Inventory WHERE Inventory.machineID = c.machineID AND Inventory.date >= '{0}'{1})) AS Vends " &
               "FROM Complaints c WHERE c.openedDate >= '{0}' GROUP BY c.machineID, c.problemType) x ORDER BY Per1000 IS NULL, Per1000 DESC, Complaints DESC;",
               startDate, voidExclusion("Inventory"))) to tabl.
           if tabl = null or tabl::Rows::Count = 0
               display "No complaints since " & startDate & "."
               goback
           end-if.
           display type String::Format("REPEAT OFFENDERS -- complaints since {0}", startDate).
           display type String::Format("{0,7}  {1,-9}{2,11}{3,10}{4,14}", "Machine", "Problem", "Complaints", "Vends", "Per 1,000").
           display "------------------------------------------------------".
           perform varying indx from 0 by 1 until indx >= tabl::Rows::Count
               move tabl::Rows[indx][4]::ToString() to rateTxt
               if rateTxt::Length = 0
                   move "n/a" to rateTxt
               end-if
               display type String::Format("{0,7}  {1,-9}{2,11}{3,10}{4,14}",
                                           tabl::Rows[indx][0]::ToString(),
                                           tabl::Rows[indx][1]::ToString(),
                                           tabl::Rows[indx][2]::ToString(),
                                           tabl::Rows[indx][3]::ToString(),
                                           rateTxt)
           end-perform.
           invoke exportTableToCsv(tabl, "repeatoffenders").
           display "".
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
       method-id statServiceHistory final public.
       local-storage section.
           77 tabl              type System.Data.DataTable value new type System.Data.DataTable.
           77 indx              pic 9(19).
           77 lim               pic 9(19).
           77 mfilter           type String.
           77 dfilter           type String.
       procedure division.
           invoke type Console::Clear().
           move promptDateFilter() to dfilter.
           move promptMachineFilter() to mfilter.
           move db::showAsTable(type String::Format(
               "SELECT date, machineID, operator, problem, action, cost FROM ServiceLog WHERE {1}{0} ORDER BY date DESC;",
               mfilter, dfilter)) to tabl.

           display type String::Format("{0,-12}{1,6}{2,-12}{3,-25}{4,-25}{5,10}", "Date", "Mach", "Operator", "Problem", "Action", "Cost").
           display "--------------------------------------------------------------------------------------------"
           if tabl <> null
               move tabl::Rows::Count to lim
               if lim = 0
                   display "No service visits for this period."
               end-if
               perform varying indx from 0 by 1 until indx >= lim
                   display type String::Format("{0,-12}{1,6}{2,-12}{3,-25}{4,-25}{5,10}",
                                               Type Convert::ToDateTime(tabl::Rows[indx][0]::ToString())::ToString("yyyy-MM-dd"),
                                               tabl::Rows[indx][1]::ToString(),
                                               tabl::Rows[indx][2]::ToString(),
                                               tabl::Rows[indx][3]::ToString(),
                                               tabl::Rows[indx][4]::ToString(),
                                               Type Convert::ToDouble(tabl::Rows[indx][5]::ToString())::ToString("C"))
               end-perform
           end-if.
           invoke exportTableToCsv(tabl, "servicehistory").
           display "".
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
       method-id listOperators final private.
       local-storage section.
           77 tabl          type System.Data.DataTable.
           77 indx          pic 9(9).
       procedure division.
           move db::showAsTable("SELECT operatorID, operatorName, role, active, CASE WHEN locked = 1 THEN 'yes' ELSE '' END FROM Operators ORDER BY operatorID;") to tabl.
           display " _________________________________________________________________".
           display "|  ID|  NAME                     |  ROLE      | ACTIVE   | LOCKED |".
           display "|-----------------------------------------------------------------|".
           if tabl <> null
               perform varying indx from 0 by 1 until indx >= tabl::Rows::Count
                   display type String::Format("| {0,3}) {1,-25} | {2,-10} | {3,-8} | {4,-6} |",
                                               tabl::Rows[indx][0]::ToString(),
                                               tabl::Rows[indx][1]::ToString(),
                                               tabl::Rows[indx][2]::ToString(),
                                               tabl::Rows[indx][3]::ToString(),
                                               tabl::Rows[indx][4]::ToString())
               end-perform
           end-if.
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
       method-id maintAddOperator final public.
       local-storage section.
           77 oplist               type List[string].
           77 raw                  type String.
           77 opname               type String.
           77 oppass               type String.
           77 oprole               type String.
           77 isCounted            type Boolean.
           77 u                    pic 9(15).
       procedure division.
           invoke ClearAllLists.
           invoke type Console::Clear.
           move db::showAsList("SELECT LOWER(operatorName) FROM Operators;") to oplist.

           move true to isCounted.
           perform until isCounted = false
               display "Operator name/ID: " no advancing
               accept raw
               move raw::Trim() to opname
               move false to isCounted
               perform varying u from 0 by 1 until u >= oplist::Count
                   if oplist[u] = opname::ToLower()
                       move true to isCounted
                       move oplist::Count to u
                   End-if
               end-perform
               if isCounted = true
                   display "Operator already on file, pick another name."
               End-if
               if opname::Length = 0
                   display "Name can not be blank."
                   move true to isCounted
               End-if
           end-perform.

      * this is only a starting password -- the operator has to replace
      * it at the first login
           move "" to oppass.
           perform until oppass::Length >= pwMinLength
               display "Starting password, at least " & pwMinLength::ToString() & " characters: " no advancing
               accept raw
               move raw::Trim() to oppass
           end-perform.

           display "Role, (c)lerk or (s)upervisor, blank for clerk: " no advancing.
           accept raw.
           move raw::Trim()::ToLower() to raw.
           if raw = "s" or raw = "supervisor"
               move "supervisor" to oprole
           else
               move "clerk" to oprole
           end-if.

           invoke coln::Add("operatorName").
           invoke strin::Add(opname).
           invoke coln::Add("password").
           invoke strin::Add("").
           invoke coln::Add("pwHash").
           invoke strin::Add(hashPassword(oppass)).
           invoke coln::Add("role").
           invoke strin::Add(oprole).
           invoke coln::Add("active").
           invoke intin::Add(1).
           invoke coln::Add("mustChange").
           invoke intin::Add(1).

           invoke db::insert("Operators", coln, strin, douin, intin, bolin, datin).
           display opname " is added as a " oprole ".".
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * Lets an operator account's password/role/active flag be corrected,
      * the same "* to keep" pattern as upinv/upSpending use for their own
      * tables.
       method-id upOperator final public.
       local-storage section.
           77 raw                  type String.
           77 curval               type String.
           77 recid                type Int32.
           77 newpass              type String.
           77 newrole              type String.
           77 newactive            type Int32.
           77 doUnlock             type Int32.
           77 oldrole              type String.
           77 oldactive            type Int32.
           77 hits                 type List[type String].
           77 oldvals              type String.
           77 col2                 type List[type String] value new type List[type String].
           77 str2                 type List[type String] value new type List[type String].
           77 int2                 type List[type Int32] value new type List[type Int32].
           77 ex                   type Exception.
       procedure division.
           invoke type Console::Clear().
           invoke listOperators.
           try
               display "Operator ID to update: " no advancing.
               accept raw.
               move type Convert::ToInt32(raw) to recid.

               move db::getEl("Operators", "role", "operatorID = " & recid::ToString()) to curval.
               if curval = null or curval::Trim()::Length = 0
                   display "<ERROR: Unknown operator ID, update cancelled.>"
                   goback
               end-if.
               move curval::Trim()::ToLower() to oldrole.
               move "role=" & curval to oldvals.
               display "Role [" & curval & "], enter * to keep: " no advancing.
               accept raw.
               move raw::Trim()::ToLower() to raw.
               if raw = "*" or raw = ""
                   move curval to newrole
               else
                   if raw = "s" or raw = "supervisor"
                       move "supervisor" to newrole
                   else
                       move "clerk" to newrole
                   end-if
               end-if.

      * a reset password is only good for the next login; the operator
      * replaces it there
               display "New password, enter * to keep: " no advancing.
               accept raw.
               if raw = "*" or raw = ""
                   move "" to newpass
               else
                   move raw::Trim() to newpass
                   if newpass::Length < pwMinLength
                       display "Password has to be at least " & pwMinLength::ToString() & " characters -- update cancelled."
                       goback
                   end-if
               end-if.

               move db::getEl("Operators", "COALESCE(locked, 0)", "operatorID = " & recid::ToString()) to curval.
               move 0 to doUnlock.
               if curval = "1"
                   move oldvals & "; locked=1" to oldvals
                   display "Account is locked out. Unlock it, y/n: " no advancing
                   accept raw
                   if raw::Trim()::ToLower() = "y"
                       move 1 to doUnlock
                   end-if
               end-if.

               move db::getEl("Operators", "active", "operatorID = " & recid::ToString()) to curval.
               move type Convert::ToInt32(curval) to oldactive.
               move oldvals & "; active=" & curval to oldvals.
               display "Active, 1 or 0 [" & curval & "], enter * to keep: " no advancing.
               accept raw.
               if raw = "*" or raw = ""
                   move type Convert::ToInt32(curval) to newactive
               else
                   move type Convert::ToInt32(raw) to newactive
               end-if.

      * never demote or switch off the last active supervisor -- with any
      * active account still on file the login fallback never fires, so
      * Maint (this screen included) would be locked for good
               if oldrole = "supervisor" and oldactive = 1
                  and (newrole <> "supervisor" or newactive = 0)
                   move db::showAsList("SELECT COUNT(*) FROM Operators WHERE active = 1 AND role = 'supervisor';") to hits
                   if hits <> null and hits::Count > 0 and hits[0] = "1"
                       display "That is the last active supervisor account -- update refused."
                       goback
                   end-if
               end-if.

               invoke col2::Add("role").
               invoke str2::Add(newrole).
               invoke col2::Add("active").
               invoke int2::Add(newactive).

               invoke ClearAllLists.
               if logCorrection("Operators", recid, oldvals) = false
                   display "Correction log failed, update cancelled."
                   goback
               end-if.
               if doUnlock = 1
                   invoke col2::Add("locked")
                   invoke int2::Add(0)
                   invoke col2::Add("failCount")
                   invoke int2::Add(0)
               end-if.
               if db::update_("Operators", col2, str2, douin, int2, datin, bolin, "operatorID = " & recid::ToString()) = true
                   display "Operator " & recid::ToString() & " updated."
                   if newpass::Length > 0
                       if setPassword(recid, newpass, true) = true
                           display "Password reset; it has to be changed at the next login."
                       else
                           display "Password reset failed."
                       end-if
                   end-if
               else
                   display "Update failed."
               end-if
           catch ex
               display "<ERROR: Invalid Input Try Again.>"
           end-try.
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
       method-id maintUpinv final public.
       procedure division.
           invoke type Console::Clear().
           if showTop20Inventory() = false
               display "No Inventory records to update."
               goback
           end-if.
           invoke upinv.
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
       method-id upinv final public.
       local-storage section.
           77 raw                  type String.
           77 curval               type String.
           77 recid                type Int32.
           77 newprice             type Double.
           77 newcrv               type Double.
           77 newsoda              type Int32.
           77 newcnt               type Int32.
           77 newworth             type Double.
           77 newnet               type Double.
           77 worthRaw             type String.
           77 mchRaw               type String.
           77 oldvals              type String.
           77 col2                 type List[type String] value new type List[type String].
           77 dou2                 type List[type Double] value new type List[type Double].
           77 int2                 type List[type Int32] value new type List[type Int32].
           77 ex                   type Exception.
       procedure division.
           try
               display "Record ID to update: " no advancing.
               accept raw.
               move type Convert::ToInt32(raw) to recid.
               if periodGuard("Inventory", recid) = false
                   goback
               end-if.
               if acquireEditLock("Inventory", recid) = false
                   goback
               end-if.

               move db::getEl("Inventory", "price", "id = " & recid::ToString()) to curval.
               move "price=" & curval to oldvals.
               display "Price [" & curval & "], enter * to keep: " no advancing.
               accept raw.
               if raw = "*" or raw = ""
                   move type Convert::ToDouble(curval) to newprice
               else
                   move type Convert::ToDouble(raw) to newprice
               end-if.

               move db::getEl("Inventory", "crv", "id = " & recid::ToString()) to curval.
               move oldvals & "; crv=" & curval to oldvals.
               display "CRV [" & curval & "], enter * to keep: " no advancing.
               accept raw.
               if raw = "*" or raw = ""
                   move type Convert::ToDouble(curval) to newcrv
               else
                   move type Convert::ToDouble(raw) to newcrv
               end-if.

               move db::getEl("Inventory", "sodaID", "id = " & recid::ToString()) to curval.
               move oldvals & "; sodaID=" & curval to oldvals.
               display "Soda ID [" & curval & "], enter * to keep: " no advancing.
               accept raw.
               if raw = "*" or raw = ""
                   move type Convert::ToInt32(curval) to newsoda
               else
                   move type Convert::ToInt32(raw) to newsoda
               end-if.

               move db::getEl("Inventory", "cancount", "id = " & recid::ToString()) to curval.
               move oldvals & "; cancount=" & curval to oldvals.
               display "Can Count [" & curval & "], enter * to keep: " no advancing.
               accept raw.
               if raw = "*" or raw = ""
                   move type Convert::ToInt32(curval) to newcnt
               else
                   move type Convert::ToInt32(raw) to newcnt
               end-if.
      * worth/net stay derived from the soda's published case price -- the
      * price in effect on the record's own date, not today's, so a price
      * increase doesn't re-value history (and a promotion that was live on
      * the record's machine that day still prices it)
               move db::getEl("Inventory", "date", "id = " & recid::ToString()) to curval.
               if curval = null or curval::Trim()::Length = 0
                   display "<ERROR: Unknown record ID, update cancelled.>"
                   invoke releaseEditLock("Inventory", recid)
                   goback
               end-if.
               move type Convert::ToDateTime(curval)::ToString("yyyy-MM-dd HH:mm:ss") to curval.
               move db::getEl("Inventory", "machineID", "id = " & recid::ToString()) to mchRaw.
               if mchRaw = null or mchRaw::Trim()::Length = 0
                   move "0" to mchRaw
               end-if.
               move priceOfDay(newsoda, type Convert::ToInt32(mchRaw), curval) to worthRaw.
               if worthRaw = null or worthRaw::Trim()::Length = 0
                   display "<ERROR: Unknown Soda ID, update cancelled.>"
                   invoke releaseEditLock("Inventory", recid)
                   goback
               end-if.
               move type Convert::ToDouble(worthRaw) to newworth.
               compute newnet = newworth - (newprice + newcrv).

               invoke col2::Add("price").
               invoke dou2::Add(newprice).
               invoke col2::Add("crv").
               invoke dou2::Add(newcrv).
               invoke col2::Add("worth").
               invoke dou2::Add(newworth).
               invoke col2::Add("net").
               invoke dou2::Add(newnet).
               invoke col2::Add("sodaID").
               invoke int2::Add(newsoda).
               invoke col2::Add("cancount").
               invoke int2::Add(newcnt).

               invoke ClearAllLists.
               if logCorrection("Inventory", recid, oldvals) = false
                   display "Correction log failed, update cancelled."
                   invoke releaseEditLock("Inventory", recid)
                   goback
               end-if.
               if db::update_("Inventory", col2, strin, dou2, int2, datin, bolin, "id = " & recid::ToString()) = true
                   display "Inventory record " & recid::ToString() & " updated."
               else
                   display "Update failed."
               end-if
               invoke releaseEditLock("Inventory", recid)
           catch ex
               display "<ERROR: Invalid Input Try Again.>"
               invoke releaseEditLock("Inventory", recid)
           end-try.
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
       method-id maintupCashOut final public.
       local-storage section.
           77 raw                  type String.
           77 curval               type String.
           77 recid                type Int32.
           77 newern               type Double.
           77 oldvals              type String.
           77 col2                 type List[type String] value new type List[type String].
           77 dou2                 type List[type Double] value new type List[type Double].
           77 ex                   type Exception.
       procedure division.
           invoke type Console::Clear().
           display db::showAsList("SELECT id FROM CashOut WHERE YEAR(date) = YEAR(GetDate()) ORDER BY date DESC;").
           try
               display "Record ID to update: " no advancing.
               accept raw.
               move type Convert::ToInt32(raw) to recid.
               if periodGuard("CashOut", recid) = false
                   goback
               end-if.
               if acquireEditLock("CashOut", recid) = false
                   goback
               end-if.

               move db::getEl("CashOut", "ernings", "id = " & recid::ToString()) to curval.
               move "ernings=" & curval to oldvals.
               display "Earnings [" & curval & "], enter * to keep: " no advancing.
               accept raw.
               if raw = "*" or raw = ""
                   move type Convert::ToDouble(curval) to newern
               else
                   move type Convert::ToDouble(raw) to newern
               end-if.

               invoke col2::Add("ernings").
               invoke dou2::Add(newern).

               invoke ClearAllLists.
               if logCorrection("CashOut", recid, oldvals) = false
                   display "Correction log failed, update cancelled."
                   invoke releaseEditLock("CashOut", recid)
                   goback
               end-if.
               if db::update_("CashOut", col2, strin, dou2, intin, datin, bolin, "id = " & recid::ToString()) = true
                   display "CashOut record " & recid::ToString() & " updated."
               else
                   display "Update failed."
               end-if
               invoke releaseEditLock("CashOut", recid)
           catch ex
               display "<ERROR: Invalid Input Try Again.>"
               invoke releaseEditLock("CashOut", recid)
           end-try.
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
       method-id upSpending final public.
       local-storage section.
           77 raw                  type String.
           77 curval               type String.
           77 recid                type Int32.
           77 newprice             type Double.
           77 newcat               type String.
           77 catChk               type String.
           77 oldvals              type String.
           77 col2                 type List[type String] value new type List[type String].
           77 str2                 type List[type String] value new type List[type String].
           77 dou2                 type List[type Double] value new type List[type Double].
           77 ex                   type Exception.
       procedure division.
           invoke type Console::Clear().
           display db::showAsList("SELECT id FROM Spendings WHERE YEAR(date) = YEAR(GetDate()) ORDER BY date DESC;").
           try
               display "Record ID to update: " no advancing.
               accept raw.
               move type Convert::ToInt32(raw) to recid.
               if periodGuard("Spendings", recid) = false
                   goback
               end-if.
               if acquireEditLock("Spendings", recid) = false
                   goback
               end-if.

               move db::getEl("Spendings", "price", "id = " & recid::ToString()) to curval.
               move "price=" & curval to oldvals.
               display "Amount [" & curval & "], enter * to keep: " no advancing.
               accept raw.
               if raw = "*" or raw = ""
                   move type Convert::ToDouble(curval) to newprice
               else
                   move type Convert::ToDouble(raw) to newprice
               end-if.

               move db::getEl("Spendings", "category", "id = " & recid::ToString()) to curval.
               move oldvals & "; category=" & curval to oldvals.
               display "Category [" & curval & "], enter * to keep: " no advancing.
               accept raw.
               move raw::Trim()::ToUpper() to raw.
               if raw = "*" or raw = ""
                   move curval to newcat
               else
                   move curval to newcat
                   move db::getEl("SpendCategories", "catCode", "catCode = '" & sqlQuote(raw) & "'") to catChk
                   if catChk <> null and catChk::Trim()::Length > 0
                       move raw to newcat
                   else
                       display "| <ERROR: Not a category on file, keeping " curval ".>"
                   end-if
               end-if.

      * category is the string column, so it leads the column list the
      * way update_ lines the values up
               invoke col2::Add("category").
               invoke str2::Add(newcat).
               invoke col2::Add("price").
               invoke dou2::Add(newprice).

               invoke ClearAllLists.
               if logCorrection("Spendings", recid, oldvals) = false
                   display "Correction log failed, update cancelled."
                   invoke releaseEditLock("Spendings", recid)
                   goback
               end-if.
               if db::update_("Spendings", col2, str2, dou2, intin, datin, bolin, "id = " & recid::ToString()) = true
                   display "Spendings record " & recid::ToString() & " updated."
               else
                   display "Update failed."
               end-if
               invoke releaseEditLock("Spendings", recid)
           catch ex
               display "<ERROR: Invalid Input Try Again.>"
               invoke releaseEditLock("Spendings", recid)
           end-try.
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * Planogram maintenance: which flavor sits in which physical column
      * of a machine, and how many cans the column holds. Keying an
      * existing slot re-maps it (logged), a new slot code adds one.
       method-id upPlanogram final public.
       local-storage section.
           77 raw                  type String.
           77 curval               type String.
           77 mchId                type Int32.
           77 slotCode             type String.
           77 sodaSel              type Int32.
           77 cap                  type Int32 value 10.
           77 recid                type Int32.
           77 oldvals              type String.
           77 tabl                 type System.Data.DataTable.
           77 indx                 pic 9(9).
           77 col2                 type List[type String] value new type List[type String].
           77 int2                 type List[type Int32] value new type List[type Int32].
           77 ex                   type Exception.
       procedure division.
           invoke type Console::Clear().
           invoke listMachines.
           try
               display "Machine ID: " no advancing.
               accept raw.
               move type Convert::ToInt32(raw) to mchId.
               if validateMachine(mchId) = false
                   display "| <ERROR: Not an active machine on file.>"
                   goback
               end-if.

               move db::showAsTable(type String::Format(
                   "SELECT slotCode, SodaName, capacity FROM Planogram INNER JOIN Sodas ON Sodas.SodaID = Planogram.sodaID WHERE machineID = {0} ORDER BY LENGTH(slotCode), slotCode;",
                   mchId::ToString())) to tabl.
               display " ______________________________________".
               display "| SLOT |  FLAVOR            | CAPACITY |".
               display "|--------------------------------------|".
               if tabl <> null
                   perform varying indx from 0 by 1 until indx >= tabl::Rows::Count
                       display type String::Format("| {0,-4} | {1,-18} | {2,8} |",
                                                   tabl::Rows[indx][0]::ToString(),
                                                   tabl::Rows[indx][1]::ToString(),
                                                   tabl::Rows[indx][2]::ToString())
                   end-perform
               end-if.

               display "Slot code to set (e.g. C3): " no advancing.
               accept raw.
               move raw::Trim()::ToUpper() to slotCode.
               if slotCode::Length = 0
                   display "| <ERROR: Slot code can not be blank.>"
                   goback
               end-if.

               invoke listSodas.
               display "| Soda Id for this slot: " no advancing.
               accept raw.
               move type Convert::ToInt32(raw) to sodaSel.
               move db::getEl("Sodas", "SodaName", "SodaID = " & sodaSel::ToString()) to curval.
               if curval = null or curval::Trim()::Length = 0
                   display "| <ERROR: Unknown Soda ID.>"
                   goback
               end-if.

               display "Cans the column holds, blank for 10: " no advancing.
               accept raw.
               if isNumeric(raw) = true
                   move type Convert::ToInt32(type Convert::ToDouble(raw)) to cap
               end-if.
               if cap < 1
                   move 10 to cap
               end-if.

               move db::getEl("Planogram", "id", type String::Format("machineID = {0} AND slotCode = '{1}'", mchId::ToString(), sqlQuote(slotCode))) to curval.
               if curval <> null and curval::Trim()::Length > 0
      * slot already mapped -- re-map it, with the old mapping logged
                   move type Convert::ToInt32(curval) to recid
                   move "sodaID=" & db::getEl("Planogram", "sodaID", "id = " & recid::ToString()) to oldvals
                   move oldvals & "; capacity=" & db::getEl("Planogram", "capacity", "id = " & recid::ToString()) to oldvals
                   invoke ClearAllLists
                   if logCorrection("Planogram", recid, oldvals) = false
                       display "Correction log failed, update cancelled."
                       goback
                   end-if
                   invoke col2::Add("sodaID")
                   invoke int2::Add(sodaSel)
                   invoke col2::Add("capacity")
                   invoke int2::Add(cap)
                   if db::update_("Planogram", col2, strin, douin, int2, datin, bolin, "id = " & recid::ToString()) = true
                       display "Slot " & slotCode & " re-mapped."
                   else
                       display "Update failed."
                   end-if
               else
                   invoke ClearAllLists
                   invoke coln::Add("slotCode")
                   invoke strin::Add(slotCode)
                   invoke coln::Add("machineID")
                   invoke intin::Add(mchId)
                   invoke coln::Add("sodaID")
                   invoke intin::Add(sodaSel)
                   invoke coln::Add("capacity")
                   invoke intin::Add(cap)
                   if db::insert("Planogram", coln, strin, douin, intin, bolin, datin) = true
                       display "Slot " & slotCode & " mapped."
                   else
                       display "| <ERROR: Could not save the slot.>"
                   end-if
               end-if
           catch ex
               display "| <ERROR: Invalid Input Try Again.>"
           end-try.
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * The restock pick list that actually rides in the truck: every
      * mapped slot in slot order, how many cans to bring (capacity less
      * what the par logic says is on hand for that flavor), and which
      * lot to load first by best-by date.
       method-id statPickList final public.
       local-storage section.
           77 tabl              type System.Data.DataTable value new type System.Data.DataTable.
           77 indx              pic 9(19).
           77 lim               pic 9(19).
           77 raw               type String.
           77 mfilter           type String.
           77 sodaId            type Int32.
           77 mchId             type Int32.
           77 cap               type Int32.
           77 onHand            type Double.
           77 bring             type Int32.
           77 oldestLot         type List[type String].
           77 lotNote           type String.
           77 csvBody           type String.
           77 fname             type String.
           77 ex                type Exception.
       procedure division.
           invoke type Console::Clear().
           move promptMachineFilter() to mfilter.

           move db::showAsTable(type String::Format(
      * LENGTH first so slot C2 walks before C10 -- a bare string sort
      * puts C10 between C1 and C2
               "SELECT machineID, slotCode, SodaName, capacity, Planogram.sodaID FROM Planogram INNER JOIN Sodas ON Sodas.SodaID = Planogram.sodaID WHERE 1=1{0} ORDER BY machineID, LENGTH(slotCode), slotCode;",
               mfilter)) to tabl.

           display type String::Format("{0,5}{1,7}{2,-18}{3,7}{4,8}{5,7}  {6}", "Mach", "Slot", "  Flavor", "Cap", "OnHand", "Bring", "Load first").
           display "------------------------------------------------------------------------".
           move "Machine,Slot,Flavor,Capacity,OnHandCans,BringCans,OldestLotBestBy" & type Environment::NewLine to csvBody.
           if tabl = null or tabl::Rows::Count = 0
               display "No slots mapped. Set the planogram up from the Maint menu."
               goback
           end-if.
           move tabl::Rows::Count to lim.
           perform varying indx from 0 by 1 until indx >= lim
               move type Convert::ToInt32(tabl::Rows[indx][0]::ToString()) to mchId
               move type Convert::ToInt32(tabl::Rows[indx][3]::ToString()) to cap
               move type Convert::ToInt32(tabl::Rows[indx][4]::ToString()) to sodaId

      * on hand the way statParVariance counts it -- restocks less
      * write-offs over the 31-day window, for this flavor in this machine
               move onHand31(sodaId, mchId) to onHand

               compute bring = cap - onHand
               if bring < 0
                   move 0 to bring
               end-if

      * oldest dated lot still in the window -- load that one first so
      * stock rotates
               move db::showAsList(type String::Format(
                   "SELECT DATE_FORMAT(MIN(bestBy), '%Y-%m-%d') FROM Inventory WHERE sodaID = {0} AND machineID = {1} AND bestBy IS NOT NULL AND date > ADDDATE(GetDate(), -31){2};",
                   sodaId::ToString(), mchId::ToString(), voidExclusion("Inventory"))) to oldestLot
               if oldestLot <> null and oldestLot::Count > 0 and oldestLot[0]::Trim()::Length > 0
                   move "lot dated " & oldestLot[0] to lotNote
               else
                   move "" to lotNote
               end-if

               display type String::Format("{0,5}{1,7}{2,-18}{3,7}{4,8}{5,7}  {6}",
                                           mchId::ToString(),
                                           tabl::Rows[indx][1]::ToString(),
                                           "  " & tabl::Rows[indx][2]::ToString(),
                                           cap::ToString(),
                                           onHand::ToString("F0"),
                                           bring::ToString(),
                                           lotNote)
               move csvBody & mchId::ToString() & "," & csvQuote(tabl::Rows[indx][1]::ToString()) & ","
                   & csvQuote(tabl::Rows[indx][2]::ToString()) & "," & cap::ToString() & ","
                   & onHand::ToString("F0") & "," & bring::ToString() & ","
                   & csvQuote(lotNote) & type Environment::NewLine to csvBody
           end-perform.

           display "Export this pick list to CSV? (y/N): " no advancing.
           accept raw.
           if raw::Trim()::ToLower() = "y"
               try
                   move type String::Format("picklist_{0}.csv", type DateTime::Now::ToString("yyyyMMddHHmmss")) to fname
                   invoke type System.IO.File::WriteAllText(fname, csvBody)
                   display type String::Format("Saved to {0}", fname)
               catch ex
                   display "| <ERROR: Could not write CSV file.>"
               end-try
           end-if.
           display "".
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * Route maintenance: a route is a code, the day of week it runs,
      * and the machines on it in stop order. The driver's route-day
      * sheet (Stats routesheet) walks this instead of a loose stack of
      * per-machine pick lists.
       method-id upRoutes final public.
       local-storage section.
           77 raw                  type String.
           77 curval               type String.
           77 routeCode            type String.
           77 dayName              type String.
           77 routeId              type Int32.
           77 mchId                type Int32.
           77 stopSeq              type Int32.
           77 recid                type Int32.
           77 oldvals              type String.
           77 tabl                 type System.Data.DataTable.
           77 indx                 pic 9(9).
           77 col2                 type List[type String] value new type List[type String].
           77 int2                 type List[type Int32] value new type List[type Int32].
           77 ex                   type Exception.
       procedure division.
           invoke type Console::Clear().
           move db::showAsTable("SELECT Routes.routeID, routeCode, dayOfWeek, active, COALESCE(stopSeq, 0), COALESCE(RouteStops.machineID, 0), COALESCE(location, '') FROM Routes LEFT JOIN RouteStops ON RouteStops.routeID = Routes.routeID LEFT JOIN Machines ON Machines.machineID = RouteStops.machineID ORDER BY routeCode, stopSeq;") to tabl.
           display " ______________________________________________________________________".
           display "| ROUTE   | DAY        | ACTV | STOP | MACH | LOCATION               |".
           display "|----------------------------------------------------------------------|".
           if tabl <> null
               perform varying indx from 0 by 1 until indx >= tabl::Rows::Count
                   display type String::Format("| {0,-7} | {1,-10} | {2,-4} | {3,4} | {4,4} | {5,-22} |",
                                               tabl::Rows[indx][1]::ToString(),
                                               tabl::Rows[indx][2]::ToString(),
                                               tabl::Rows[indx][3]::ToString(),
                                               tabl::Rows[indx][4]::ToString(),
                                               tabl::Rows[indx][5]::ToString(),
                                               tabl::Rows[indx][6]::ToString())
               end-perform
           end-if.
           display "".
           display "(a)dd a route, (s) assign a machine stop, blank to leave: " no advancing.
           accept raw.
           move raw::Trim()::ToLower() to raw.
           try
               if raw = "a"
                   perform addRoute
               else
                   if raw = "s"
                       perform assignStop
                   end-if
               end-if
           catch ex
               display "| <ERROR: Invalid Input Try Again.>"
           end-try.
           goback.
       addRoute.
           display "Route code (e.g. NORTH): " no advancing.
           accept raw.
           move raw::Trim()::ToUpper() to routeCode.
           if routeCode::Length = 0
               display "| <ERROR: Route code can not be blank.>"
               exit paragraph
           end-if.
           move db::getEl("Routes", "routeID", "routeCode = '" & sqlQuote(routeCode) & "'") to curval.
           if curval <> null and curval::Trim()::Length > 0
               display "Route " & routeCode & " is already on file."
               exit paragraph
           end-if.
           display "Day of week it runs (Monday..Sunday): " no advancing.
           accept raw.
           move raw::Trim() to dayName.
           if dayName::Length = 0
               display "| <ERROR: Day can not be blank.>"
               exit paragraph
           end-if.
           invoke ClearAllLists.
           invoke coln::Add("routeCode").
           invoke strin::Add(routeCode).
           invoke coln::Add("dayOfWeek").
           invoke strin::Add(dayName).
           invoke coln::Add("active").
           invoke intin::Add(1).
           if db::insert("Routes", coln, strin, douin, intin, bolin, datin) = true
               display "Route " & routeCode & " added."
           else
               display "| <ERROR: Could not save the route.>"
           end-if.
       assignStop.
           display "Route code: " no advancing.
           accept raw.
           move raw::Trim()::ToUpper() to routeCode.
           move db::getEl("Routes", "routeID", "routeCode = '" & sqlQuote(routeCode) & "'") to curval.
           if curval = null or curval::Trim()::Length = 0
               display "| <ERROR: Not a route on file.>"
               exit paragraph
           end-if.
           move type Convert::ToInt32(curval) to routeId.
           invoke listMachines.
           display "Machine ID for this stop: " no advancing.
           accept raw.
           move type Convert::ToInt32(raw) to mchId.
           if validateMachine(mchId) = false
               display "| <ERROR: Not an active machine on file.>"
               exit paragraph
           end-if.
           display "Stop sequence on the route (1 = first): " no advancing.
           accept raw.
           move type Convert::ToInt32(raw) to stopSeq.
           if stopSeq < 1
               display "| <ERROR: Stop sequence has to be at least 1.>"
               exit paragraph
           end-if.
           move db::getEl("RouteStops", "id", type String::Format("routeID = {0} AND machineID = {1}", routeId::ToString(), mchId::ToString())) to curval.
           if curval <> null and curval::Trim()::Length > 0
      * machine already on the route -- re-sequence it, with the old
      * stop order logged the way the other re-maps are
               move type Convert::ToInt32(curval) to recid
               move "stopSeq=" & db::getEl("RouteStops", "stopSeq", "id = " & recid::ToString()) to oldvals
               invoke ClearAllLists
               if logCorrection("RouteStops", recid, oldvals) = false
                   display "Correction log failed, update cancelled."
                   exit paragraph
               end-if
               invoke col2::Add("stopSeq")
               invoke int2::Add(stopSeq)
               if db::update_("RouteStops", col2, strin, douin, int2, datin, bolin, "id = " & recid::ToString()) = true
                   display "Machine " & mchId::ToString() & " re-sequenced to stop " & stopSeq::ToString() & "."
               else
                   display "Update failed."
               end-if
           else
               invoke ClearAllLists
               invoke coln::Add("routeID")
               invoke intin::Add(routeId)
               invoke coln::Add("machineID")
               invoke intin::Add(mchId)
               invoke coln::Add("stopSeq")
               invoke intin::Add(stopSeq)
               if db::insert("RouteStops", coln, strin, douin, intin, bolin, datin) = true
                   display "Machine " & mchId::ToString() & " is stop " & stopSeq::ToString() & " on " & routeCode & "."
               else
                   display "| <ERROR: Could not save the stop.>"
               end-if
           end-if.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * The whole run on one sheet: walks the route's stops in sequence,
      * prints each stop's slot-order restock list, and then totals the
      * cases of each flavor so the truck is loaded once for the day, not
      * re-packed machine by machine. PM work due at a stop is listed
      * under it so it gets done on the regular visit.
       method-id statRouteSheet final public.
       local-storage section.
           77 raw               type String.
           77 routeCode         type String.
           77 curval            type String.
           77 routeId           type Int32.
           77 stops             type System.Data.DataTable.
           77 slots             type System.Data.DataTable.
           77 s                 pic 9(9).
           77 indx              pic 9(9).
           77 mchId             type Int32.
           77 cap               type Int32.
           77 sodaId            type Int32.
           77 onHand            type Double.
           77 bring             type Int32.
           77 flavTot           type System.Collections.Generic.Dictionary[type String, type Int32].
           77 flavCase          type System.Collections.Generic.Dictionary[type String, type Int32].
           77 flavSoda          type System.Collections.Generic.Dictionary[type String, type Int32].
           77 inBack            type Int32.
           77 shortNote         type String.
           77 flavName          type String.
           77 caseSize          type Int32.
           77 totCans           type Int32.
           77 totCases          type Int32.
           77 csvBody           type String.
           77 pmTab             type System.Data.DataTable.
           77 p                 pic 9(9).
           77 pmCsv             type String.
           77 fname             type String.
           77 ex                type Exception.
       procedure division.
           invoke type Console::Clear().
           move db::showAsTable("SELECT routeCode, dayOfWeek FROM Routes WHERE active = 1 ORDER BY routeCode;") to stops.
           if stops = null or stops::Rows::Count = 0
               display "No routes on file. Set them up from the Maint menu."
               goback
           end-if.
           display "Routes on file:".
           perform varying indx from 0 by 1 until indx >= stops::Rows::Count
               display type String::Format("  {0,-8} runs {1}", stops::Rows[indx][0]::ToString(), stops::Rows[indx][1]::ToString())
           end-perform.
           display "Route code for the sheet: " no advancing.
           accept raw.
           move raw::Trim()::ToUpper() to routeCode.
           move db::getEl("Routes", "routeID", "routeCode = '" & sqlQuote(routeCode) & "' AND active = 1") to curval.
           if curval = null or curval::Trim()::Length = 0
               display "| <ERROR: Not an active route on file.>"
               goback
           end-if.
           move type Convert::ToInt32(curval) to routeId.

           move db::showAsTable(type String::Format(
               "SELECT stopSeq, RouteStops.machineID, COALESCE(location, '') FROM RouteStops INNER JOIN Machines ON Machines.machineID = RouteStops.machineID WHERE routeID = {0} AND Machines.active = 1 ORDER BY stopSeq;",
               routeId::ToString())) to stops.
           if stops = null or stops::Rows::Count = 0
               display "No stops assigned to " routeCode " yet."
               goback
           end-if.

           move new type System.Collections.Generic.Dictionary[type String, type Int32] to flavTot.
           move new type System.Collections.Generic.Dictionary[type String, type Int32] to flavCase.
           move new type System.Collections.Generic.Dictionary[type String, type Int32] to flavSoda.
           move "Stop,Machine,Location,Slot,Flavor,BringCans" & type Environment::NewLine to csvBody.
           move "Stop,Machine,PmTask,Status,LastDone" & type Environment::NewLine to pmCsv.

           display "".
           display type String::Format("ROUTE SHEET -- {0} -- {1}", routeCode, type DateTime::Now::ToString("yyyy-MM-dd")).
           perform varying s from 0 by 1 until s >= stops::Rows::Count
               move type Convert::ToInt32(stops::Rows[s][1]::ToString()) to mchId
               display "________________________________________________________"
               display type String::Format("STOP {0}: machine {1} at {2}",
                                           stops::Rows[s][0]::ToString(),
                                           mchId::ToString(),
                                           stops::Rows[s][2]::ToString())
               move db::showAsTable(type String::Format(
                   "SELECT slotCode, SodaName, capacity, Planogram.sodaID, caseCount FROM Planogram INNER JOIN Sodas ON Sodas.SodaID = Planogram.sodaID WHERE machineID = {0} ORDER BY LENGTH(slotCode), slotCode;",
                   mchId::ToString())) to slots
               if slots = null or slots::Rows::Count = 0
                   display "  (no slots mapped for this machine)"
               else
                   perform varying indx from 0 by 1 until indx >= slots::Rows::Count
                       move type Convert::ToInt32(slots::Rows[indx][2]::ToString()) to cap
                       move type Convert::ToInt32(slots::Rows[indx][3]::ToString()) to sodaId
                       move slots::Rows[indx][1]::ToString() to flavName
                       move type Convert::ToInt32(slots::Rows[indx][4]::ToString()) to caseSize
      * on hand the way statPickList counts it -- restocks less
      * write-offs over the 31-day window
                       move onHand31(sodaId, mchId) to onHand
                       compute bring = cap - onHand
                       if bring < 0
                           move 0 to bring
                       end-if
                       display type String::Format("  {0,-6} {1,-18} bring {2,4}",
                                                   slots::Rows[indx][0]::ToString(), flavName, bring::ToString())
                       if flavTot::ContainsKey(flavName) = true
                           move flavTot[flavName] to totCans
                           add bring to totCans
                           move totCans to flavTot[flavName]
                       else
                           move bring to flavTot[flavName]
                           move caseSize to flavCase[flavName]
                           move sodaId to flavSoda[flavName]
                       end-if
                       move csvBody & stops::Rows[s][0]::ToString() & "," & mchId::ToString() & ","
                           & csvQuote(stops::Rows[s][2]::ToString()) & "," & csvQuote(slots::Rows[indx][0]::ToString()) & ","
                           & csvQuote(flavName) & "," & bring::ToString() & type Environment::NewLine to csvBody
                   end-perform
               end-if
               move pmDueList(mchId) to pmTab
               if pmTab <> null
                   perform varying p from 0 by 1 until p >= pmTab::Rows::Count
                       display type String::Format("  PM {0,-7} {1} (last done {2})",
                                                   pmTab::Rows[p][8]::ToString(), pmTab::Rows[p][2]::ToString(), pmTab::Rows[p][5]::ToString())
                       move pmCsv & stops::Rows[s][0]::ToString() & "," & mchId::ToString() & ","
                           & csvQuote(pmTab::Rows[p][2]::ToString()) & "," & pmTab::Rows[p][8]::ToString() & ","
                           & pmTab::Rows[p][5]::ToString() & type Environment::NewLine to pmCsv
                   end-perform
               end-if
           end-perform.

           display "________________________________________________________".
           display "LOAD THE TRUCK -- whole run totals".
      * what the stockroom holds against the load, so a flavor that
      * can't be covered is known before the truck leaves, not at stop 6
           display type String::Format("{0,-18}{1,8}{2,8}{3,11}", "Flavor", "Cans", "Cases", "Stockroom").
           move csvBody & type Environment::NewLine & "Flavor,TotalCans,CasesToLoad,InStockroom" & type Environment::NewLine to csvBody.
           perform varying flavName through flavTot::Keys
               move flavTot[flavName] to totCans
               move flavCase[flavName] to caseSize
               if caseSize < 1
                   move 24 to caseSize
               end-if
               compute totCases = (totCans + caseSize - 1) / caseSize
               move stockByType(flavSoda[flavName], "WAREHOUSE") to inBack
               move "" to shortNote
               if inBack < totCans
                   move "  SHORT" to shortNote
               end-if
               display type String::Format("{0,-18}{1,8}{2,8}{3,11}{4}", flavName, totCans::ToString(), totCases::ToString(), inBack::ToString(), shortNote)
               move csvBody & csvQuote(flavName) & "," & totCans::ToString() & "," & totCases::ToString() & "," & inBack::ToString() & type Environment::NewLine to csvBody
           end-perform.

           move csvBody & type Environment::NewLine & pmCsv to csvBody.
           display "Export this route sheet to CSV? (y/N): " no advancing.
           accept raw.
           if raw::Trim()::ToLower() = "y"
               try
                   move type String::Format("routesheet_{0}_{1}.csv", routeCode, type DateTime::Now::ToString("yyyyMMddHHmmss")) to fname
                   invoke type System.IO.File::WriteAllText(fname, csvBody)
                   display type String::Format("Saved to {0}", fname)
               catch ex
                   display "| <ERROR: Could not write CSV file.>"
               end-try
           end-if.
           display "".
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * PM work due, laid out the way the week runs: route by route in
      * weekday order, stop by stop, so each driver sees what to do on
      * the regular visit. Machines with work due that are not on any
      * route come last so they are not forgotten.
       method-id statPmDue final public.
       local-storage section.
           77 raw               type String.
           77 dueTab            type System.Data.DataTable.
           77 stops             type System.Data.DataTable.
           77 s                 type Int32.
           77 indx              type Int32.
           77 jndx              type Int32.
           77 mchId             type Int32.
           77 lastRoute         type String value "".
           77 shown             type List[type Int32] value new type List[type Int32].
           77 hits              type Int32 value 0.
           77 stopLabel         type String.
           77 dayLabel          type String.
           77 csvBody           type String.
           77 fname             type String.
           77 ex                type Exception.
       procedure division.
           invoke type Console::Clear().
           move pmDueList(0) to dueTab.
           if dueTab = null or dueTab::Rows::Count = 0
               display "No PM work due."
               goback
           end-if.
           move db::showAsTable("SELECT r.routeCode, r.dayOfWeek, s.stopSeq, s.machineID FROM Routes r INNER JOIN RouteStops s ON s.routeID = r.routeID WHERE r.active = 1 ORDER BY FIELD(r.dayOfWeek, 'Monday', 'Tuesday', 'Wednesday', 'Thursday', 'Friday', 'Saturday', 'Sunday'), r.routeCode, s.stopSeq;") to stops.
           move "Route,Day,Stop,Machine,Task,Status,LastDone,DaysSince,VendsSince" & type Environment::NewLine to csvBody.
           display type String::Format("PM DUE LIST -- {0}", type DateTime::Now::ToString("yyyy-MM-dd")).
           if stops <> null
               perform varying s from 0 by 1 until s >= stops::Rows::Count
                   move type Convert::ToInt32(stops::Rows[s][3]::ToString()) to mchId
                   if stops::Rows[s][0]::ToString() <> lastRoute
                       move stops::Rows[s][0]::ToString() to lastRoute
                       display "________________________________________________________"
                       display type String::Format("ROUTE {0} -- {1}", lastRoute, stops::Rows[s][1]::ToString())
                   end-if
                   move stops::Rows[s][1]::ToString() to dayLabel
                   move "stop " & stops::Rows[s][2]::ToString() to stopLabel
                   perform showMachine
               end-perform
           end-if.
           display "________________________________________________________".
           display "NOT ON A ROUTE".
           move "" to lastRoute.
           move "" to stopLabel.
           move "" to dayLabel.
           perform varying indx from 0 by 1 until indx >= dueTab::Rows::Count
               move type Convert::ToInt32(dueTab::Rows[indx][1]::ToString()) to mchId
               if shown::Contains(mchId) = false
                   perform showMachine
               end-if
           end-perform.
           display "________________________________________________________".
           display type String::Format("{0} task(s) due or overdue.", hits).

           display "Export this list to CSV? (y/N): " no advancing.
           accept raw.
           if raw::Trim()::ToLower() = "y"
               try
                   move type String::Format("pmdue_{0}.csv", type DateTime::Now::ToString("yyyyMMddHHmmss")) to fname
                   invoke type System.IO.File::WriteAllText(fname, csvBody)
                   display type String::Format("Saved to {0}", fname)
               catch ex
                   display "| <ERROR: Could not write CSV file.>"
               end-try
           end-if.
           display "".
           goback.
      * a machine on two routes is listed on the first one only
       showMachine.
           if shown::Contains(mchId) = true
               exit paragraph
           end-if.
           invoke shown::Add(mchId).
           perform varying jndx from 0 by 1 until jndx >= dueTab::Rows::Count
               if type Convert::ToInt32(dueTab::Rows[jndx][1]::ToString()) = mchId
                   display type String::Format("  {0,-8} machine {1,-4} {2,-7} {3,-30} last {4}, {5} days, {6} vends",
                                               stopLabel, mchId, dueTab::Rows[jndx][8]::ToString(),
                                               dueTab::Rows[jndx][2]::ToString(), dueTab::Rows[jndx][5]::ToString(),
                                               dueTab::Rows[jndx][6]::ToString(), dueTab::Rows[jndx][7]::ToString())
                   move csvBody & csvQuote(lastRoute) & "," & csvQuote(dayLabel) & "," & stopLabel & "," & mchId::ToString() & ","
                       & csvQuote(dueTab::Rows[jndx][2]::ToString()) & "," & dueTab::Rows[jndx][8]::ToString() & ","
                       & dueTab::Rows[jndx][5]::ToString() & "," & dueTab::Rows[jndx][6]::ToString() & "," & dueTab::Rows[jndx][7]::ToString()
                       & type Environment::NewLine to csvBody
                   add 1 to hits
               end-if
           end-perform.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * Does PM pay? Over a look-back window, every active machine is put
      * in one of three groups: KEPT UP (PM visits logged are at least
      * pmKeptPct of the visits its plan called for), BEHIND (has a plan,
      * fell short), NO PLAN. Breakdowns are the ServiceLog repair visits
      * -- anything not tagged with a PM task -- and each group's rate is
      * breakdowns per machine-year, so a machine installed mid-window
      * only counts for the time it was out there. Visits a plan called
      * for are the window (or the task's life, if shorter) over its day
      * interval, or the vends in that time over its vend interval.
       method-id statPmCompare final public.
       local-storage section.
           77 raw               type String.
           77 months            type Int32 value 12.
           77 startDate         type String.
           77 tabl              type System.Data.DataTable.
           77 indx              type Int32.
           77 g                 type Int32.
           77 breaks            type Int32.
           77 pmDone            type Int32.
           77 pmDue             type Int32.
           77 days              type Int32.
           77 years             type Double.
           77 grp               type Int32.
           77 negMonths         type Int32.
           77 grpName           type List[type String] value new type List[type String].
           77 grpMach           type List[type Int32] value new type List[type Int32].
           77 grpBreaks         type List[type Int32] value new type List[type Int32].
           77 grpYears          type List[type Double] value new type List[type Double].
           77 rate              type Double.
           77 rateTxt           type String.
           77 runI              type Int32.
           77 runD              type Double.
           77 csvBody           type String.
           77 fname             type String.
           77 ex                type Exception.
       procedure division.
           invoke type Console::Clear().
           display "Months to look back, blank for 12: " no advancing.
           accept raw.
           if isNumeric(raw) = true
               move type Convert::ToInt32(raw) to months
           end-if.
           if months < 1
               move 12 to months
           end-if.
           compute negMonths = 0 - months.
           move type DateTime::Today::AddMonths(negMonths)::ToString("yyyy-MM-dd") to startDate.
           invoke grpName::Add("KEPT UP").
           invoke grpName::Add("BEHIND").
           invoke grpName::Add("NO PLAN").
           perform varying g from 0 by 1 until g > 2
               invoke grpMach::Add(0)
               invoke grpBreaks::Add(0)
               invoke grpYears::Add(0)
           end-perform.

           move db::showAsTable(type String::Format(
               "SELECT m.machineID, " &
               "(SELECT COUNT(*) FROM ServiceLog s WHERE s.machineID = m.machineID AND s.pmTaskID IS NULL AND s.date >= '{0}') AS breaks, " &
               "(SELECT COUNT(*) FROM ServiceLog s WHERE s.machineID = m.machineID AND s.pmTaskID IS NOT NULL AND s.date >= '{0}') AS pmDone, " &
               "(SELECT COALESCE(SUM(FLOOR(CASE WHEN t.intervalDays > 0 THEN DATEDIFF(NOW(), GREATEST(t.date, '{0}')) / t.intervalDays " &
               "ELSE COALESCE((SELECT SUM(d.vends) FROM DexReads d WHERE d.machineID = t.machineID AND d.date >= GREATEST(t.date, '{0}') HAVING COUNT(*) > 0), " &
               "(SELECT COALESCE(SUM(cancount), 0) FROM Inventory WHERE Inventory.machineID = t.machineID AND Inventory.date >= GREATEST(t.date, '{0}'){1})) / t.intervalVends END)), 0) " &
               "FROM PmTasks t WHERE t.machineID = m.machineID AND t.active = 1) AS pmDue, " &
               "(SELECT COUNT(*) FROM PmTasks t WHERE t.machineID = m.machineID AND t.active = 1) AS tasks, " &
               "DATEDIFF(NOW(), GREATEST(COALESCE(m.installDate, '{0}'), '{0}')) AS days " &
               "FROM Machines m WHERE m.active = 1 ORDER BY m.machineID;",
               startDate, voidExclusion("Inventory"))) to tabl.
           if tabl = null or tabl::Rows::Count = 0
               display "No active machines."
               goback
           end-if.

           display type String::Format("PM VS. BREAKDOWNS -- since {0} ({1} months)", startDate, months).
           display " ______________________________________________________".
           display "| MACH | GROUP   | PM DONE | PM DUE | BREAKS | PER YR |".
           display "|------|---------|---------|--------|--------|--------|".
           move "Machine,Group,PmDone,PmDue,Breakdowns,PerYear" & type Environment::NewLine to csvBody.
           perform varying indx from 0 by 1 until indx >= tabl::Rows::Count
               move type Convert::ToInt32(tabl::Rows[indx][1]::ToString()) to breaks
               move type Convert::ToInt32(tabl::Rows[indx][2]::ToString()) to pmDone
               move type Convert::ToInt32(type Convert::ToDouble(tabl::Rows[indx][3]::ToString())) to pmDue
               move type Convert::ToInt32(tabl::Rows[indx][5]::ToString()) to days
               if days < 1
                   move 1 to days
               end-if
               compute years = days / 365.0
      * a plan too new to have called for a visit yet counts as kept up
               if tabl::Rows[indx][4]::ToString() = "0"
                   move 2 to grp
               else
                   if pmDone * 100 >= pmDue * pmKeptPct
                       move 0 to grp
                   else
                       move 1 to grp
                   end-if
               end-if
               move grpMach[grp] to runI
               add 1 to runI
               move runI to grpMach[grp]
               move grpBreaks[grp] to runI
               add breaks to runI
               move runI to grpBreaks[grp]
               move grpYears[grp] to runD
               add years to runD
               move runD to grpYears[grp]
               compute rate = breaks / years
               display type String::Format("| {0,4} | {1,-7} | {2,7} | {3,6} | {4,6} | {5,6} |",
                                           tabl::Rows[indx][0]::ToString(), grpName[grp], pmDone, pmDue, breaks, rate::ToString("F2"))
               move csvBody & tabl::Rows[indx][0]::ToString() & "," & grpName[grp] & "," & pmDone::ToString() & "," & pmDue::ToString() & ","
                   & breaks::ToString() & "," & rate::ToString("F2") & type Environment::NewLine to csvBody
           end-perform.
           display "|______|_________|_________|________|________|________|".
           display "".
           display type String::Format("{0,-10}{1,10}{2,12}{3,16}", "Group", "Machines", "Breakdowns", "Per machine-yr").
           display "------------------------------------------------".
           perform varying g from 0 by 1 until g > 2
               if grpYears[g] > 0
                   compute rate = grpBreaks[g] / grpYears[g]
                   move rate::ToString("F2") to rateTxt
               else
                   move "n/a" to rateTxt
               end-if
               display type String::Format("{0,-10}{1,10}{2,12}{3,16}", grpName[g], grpMach[g], grpBreaks[g], rateTxt)
           end-perform.
           display type String::Format("(kept up = at least {0}% of the PM visits the plan called for)", pmKeptPct).

           display "Export this report to CSV? (y/N): " no advancing.
           accept raw.
           if raw::Trim()::ToLower() = "y"
               try
                   move type String::Format("pmcompare_{0}.csv", type DateTime::Now::ToString("yyyyMMddHHmmss")) to fname
                   invoke type System.IO.File::WriteAllText(fname, csvBody)
                   display type String::Format("Saved to {0}", fname)
               catch ex
                   display "| <ERROR: Could not write CSV file.>"
               end-try
           end-if.
           display "".
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * The route vans on file with the odometer each one last showed --
      * the highest end reading logged, or the reading it came to us with.
       method-id listVehicles final private.
       local-storage section.
           77 tabl          type System.Data.DataTable.
           77 indx          type Int32.
       procedure division.
           move db::showAsTable("SELECT vanNumber, plate, COALESCE(description, ''), DATE_FORMAT(inService, '%Y-%m-%d'), GREATEST(startOdo, COALESCE((SELECT MAX(endOdo) FROM MileageLog l WHERE l.vehicleID = Vehicles.vehicleID), 0)), active FROM Vehicles ORDER BY vanNumber;") to tabl.
           display " ______________________________________________________________________________".
           display "| VAN      | PLATE            | DESCRIPTION              | IN SVC     |   ODOM | ON |".
           display "|----------|------------------|--------------------------|------------|--------|----|".
           if tabl <> null
               perform varying indx from 0 by 1 until indx >= tabl::Rows::Count
                   display type String::Format("| {0,-8} | {1,-16} | {2,-24} | {3,-10} | {4,6} | {5,2} |",
                                               tabl::Rows[indx][0]::ToString(),
                                               tabl::Rows[indx][1]::ToString(),
                                               tabl::Rows[indx][2]::ToString(),
                                               tabl::Rows[indx][3]::ToString(),
                                               tabl::Rows[indx][4]::ToString(),
                                               tabl::Rows[indx][5]::ToString())
               end-perform
           end-if.
           display "|__________|__________________|__________________________|____________|________|____|".
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * A van by the number painted on its side; 0 when it is not an
      * active van on file.
       method-id vehicleByVan final private.
       local-storage section.
           77 curval        type String.
       linkage section.
           01 van           type String.
           01 ret           type Int32.
       procedure division using van returning ret.
           move 0 to ret.
           if van = null or van::Trim()::Length = 0
               goback
           end-if.
           move db::getEl("Vehicles", "vehicleID", "active = 1 AND vanNumber = '" & sqlQuote(van::Trim()::ToUpper()) & "'") to curval.
           if curval <> null and curval::Trim()::Length > 0
               move type Convert::ToInt32(curval) to ret
           end-if.
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * The van's odometer as far as the mileage log knows it.
       method-id vehicleOdometer final private.
       local-storage section.
           77 curval        type String.
       linkage section.
           01 vehId         type Int32.
           01 ret           type Int32.
       procedure division using vehId returning ret.
           move 0 to ret.
           move db::getEl("Vehicles", "GREATEST(startOdo, COALESCE((SELECT MAX(endOdo) FROM MileageLog l WHERE l.vehicleID = Vehicles.vehicleID), 0))", "vehicleID = " & vehId::ToString()) to curval.
           if curval <> null and curval::Trim()::Length > 0
               move type Convert::ToInt32(curval) to ret
           end-if.
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * Van upkeep coming due on the odometer: OVERDUE past its interval,
      * DUE within vanLeadMiles of it. Columns: taskID, van, plate, task,
      * interval, last done at, odometer now, miles since, DUE/OVERDUE.
       method-id vehicleDueList final private.
       local-storage section.
       linkage section.
           01 ret           type System.Data.DataTable.
       procedure division returning ret.
           move db::showAsTable(type String::Format(
               "SELECT taskID, vanNumber, plate, taskName, intervalMiles, lastOdo, odo, odo - lastOdo, CASE WHEN odo - lastOdo >= intervalMiles THEN 'OVERDUE' ELSE 'DUE' END FROM (" &
               "SELECT t.taskID, v.vanNumber, v.plate, t.taskName, t.intervalMiles, t.lastOdo, GREATEST(v.startOdo, COALESCE((SELECT MAX(l.endOdo) FROM MileageLog l WHERE l.vehicleID = v.vehicleID), 0)) AS odo " &
               "FROM VehicleService t INNER JOIN Vehicles v ON v.vehicleID = t.vehicleID WHERE t.active = 1 AND v.active = 1) x " &
               "WHERE odo - lastOdo >= intervalMiles - {0} ORDER BY vanNumber, taskName;",
               vanLeadMiles)) to ret.
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * Vehicle master: the route vans (van number, plate, in-service date,
      * the odometer each came on at) and the upkeep each gets on the
      * odometer -- oil every so many miles, tires every so many more. A
      * retired van keeps its mileage and fuel history.
       method-id upVehicles final public.
       local-storage section.
           77 raw                  type String.
           77 curval               type String.
           77 oldvals              type String.
           77 van                  type String.
           77 plate                type String.
           77 descr                type String.
           77 taskName             type String.
           77 recid                type Int32.
           77 vehId                type Int32.
           77 odo                  type Int32.
           77 iMiles               type Int32.
           77 newactive            type Int32.
           77 inSvc                type DateTime.
           77 tabl                 type System.Data.DataTable.
           77 indx                 type Int32.
           77 col2                 type List[type String] value new type List[type String].
           77 str2                 type List[type String] value new type List[type String].
           77 int2                 type List[type Int32] value new type List[type Int32].
           77 ex                   type Exception.
       procedure division.
           invoke type Console::Clear().
           invoke listVehicles.
           perform listTasks.
           try
               display "(a)dd a van, (u)pdate a van, (s)ervice task add, (t)ask update, blank to leave: " no advancing
               accept raw
               move raw::Trim()::ToLower() to raw
               if raw = "a"
                   perform addVan
               else
                   if raw = "u"
                       perform updateVan
                   else
                       if raw = "s"
                           perform addTask
                       else
                           if raw = "t"
                               perform updateTask
                           end-if
                       end-if
                   end-if
               end-if
           catch ex
               display "| <ERROR: Invalid Input Try Again.>"
           end-try.
           goback.
       listTasks.
           move db::showAsTable("SELECT t.taskID, v.vanNumber, t.taskName, t.intervalMiles, t.lastOdo, COALESCE(DATE_FORMAT(t.lastDone, '%Y-%m-%d'), 'never'), t.active FROM VehicleService t INNER JOIN Vehicles v ON v.vehicleID = t.vehicleID ORDER BY v.vanNumber, t.taskName;") to tabl.
           display "".
           display " _______________________________________________________________________________".
           display "| TASK | VAN      | TASK NAME                     |  EVERY |  LAST AT | LAST DONE  | ON |".
           display "|------|----------|-------------------------------|--------|----------|------------|----|".
           if tabl <> null
               perform varying indx from 0 by 1 until indx >= tabl::Rows::Count
                   display type String::Format("| {0,4} | {1,-8} | {2,-29} | {3,6} | {4,8} | {5,-10} | {6,2} |",
                                               tabl::Rows[indx][0]::ToString(),
                                               tabl::Rows[indx][1]::ToString(),
                                               tabl::Rows[indx][2]::ToString(),
                                               tabl::Rows[indx][3]::ToString(),
                                               tabl::Rows[indx][4]::ToString(),
                                               tabl::Rows[indx][5]::ToString(),
                                               tabl::Rows[indx][6]::ToString())
               end-perform
           end-if.
           display "|______|__________|_______________________________|________|__________|____________|____|".
       addVan.
           display "Van number (as painted on it, e.g. V3): " no advancing.
           accept raw.
           move raw::Trim()::ToUpper() to van.
           if van::Length = 0 or van::Length > 8
               display "| <ERROR: Van number has to be 1 to 8 characters.>"
               exit paragraph
           end-if.
           move db::getEl("Vehicles", "vehicleID", "vanNumber = '" & sqlQuote(van) & "'") to curval.
           if curval <> null and curval::Trim()::Length > 0
               display "Van " & van & " is already on file."
               exit paragraph
           end-if.
           display "Plate: " no advancing.
           accept raw.
           move raw::Trim()::ToUpper() to plate.
           if plate::Length = 0 or plate::Length > 16
               display "| <ERROR: Plate has to be 1 to 16 characters.>"
               exit paragraph
           end-if.
           display "Description (year/make), blank for none: " no advancing.
           accept raw.
           move raw::Trim() to descr.
           if descr::Length > 64
               move descr::Substring(0, 64) to descr
           end-if.
           display "In service since (YYYY-MM-DD), blank for today: " no advancing.
           accept raw.
           move raw::Trim() to raw.
           if raw::Length = 0
               move type DateTime::Today to inSvc
           else
               if isValidDate(raw) = false
                   display "| <ERROR: Invalid date.>"
                   exit paragraph
               end-if
               move type DateTime::ParseExact(raw, "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture) to inSvc
           end-if.
           display "Odometer today: " no advancing.
           accept raw.
           move type Convert::ToInt32(raw::Trim()) to odo.
           if odo < 0
               display "| <ERROR: Odometer can not be negative.>"
               exit paragraph
           end-if.
           invoke ClearAllLists.
           invoke coln::Add("vanNumber").
           invoke strin::Add(van).
           invoke coln::Add("plate").
           invoke strin::Add(plate).
           invoke coln::Add("description").
           invoke strin::Add(descr).
           invoke coln::Add("operator").
           invoke strin::Add(curOperator).
           invoke coln::Add("startOdo").
           invoke intin::Add(odo).
           invoke coln::Add("active").
           invoke intin::Add(1).
           invoke coln::Add("inService").
           invoke datin::Add(inSvc).
           invoke coln::Add("date").
           invoke datin::Add(type DateTime::Now).
           if db::insert("Vehicles", coln, strin, douin, intin, bolin, datin) = true
               display "Van " & van & " added."
           else
               display "| <ERROR: Could not save the van.>"
           end-if.
       updateVan.
           display "Van number to update: " no advancing.
           accept raw.
           move raw::Trim()::ToUpper() to van.
           move db::getEl("Vehicles", "vehicleID", "vanNumber = '" & sqlQuote(van) & "'") to curval.
           if curval = null or curval::Trim()::Length = 0
               display "| <ERROR: Not a van on file.>"
               exit paragraph
           end-if.
           move type Convert::ToInt32(curval) to vehId.
           move db::getEl("Vehicles", "plate", "vehicleID = " & vehId::ToString()) to curval.
           move "plate=" & curval to oldvals.
           display "Plate [" & curval & "], enter * to keep: " no advancing.
           accept raw.
           move raw::Trim()::ToUpper() to plate.
           if plate = "*" or plate::Length = 0
               move curval to plate
           end-if.
           if plate::Length > 16
               display "| <ERROR: Plate has to be 1 to 16 characters.>"
               exit paragraph
           end-if.
           move db::getEl("Vehicles", "active", "vehicleID = " & vehId::ToString()) to curval.
           move oldvals & "; active=" & curval to oldvals.
           display "Active, 1 or 0 [" & curval & "], enter * to keep: " no advancing.
           accept raw.
           if raw::Trim() = "*" or raw::Trim()::Length = 0
               move curval to raw
           end-if.
           move type Convert::ToInt32(raw::Trim()) to newactive.
           if newactive <> 0 and newactive <> 1
               display "| <ERROR: Active is 1 or 0.>"
               exit paragraph
           end-if.
           invoke col2::Add("plate").
           invoke str2::Add(plate).
           invoke col2::Add("active").
           invoke int2::Add(newactive).
           invoke ClearAllLists.
           if logCorrection("Vehicles", vehId, oldvals) = false
               display "Correction log failed, update cancelled."
               exit paragraph
           end-if.
           if db::update_("Vehicles", col2, str2, douin, int2, datin, bolin, "vehicleID = " & vehId::ToString()) = true
               display "Van " & van & " updated."
           else
               display "Update failed."
           end-if.
       addTask.
           display "Van number: " no advancing.
           accept raw.
           move vehicleByVan(raw) to vehId.
           if vehId = 0
               display "| <ERROR: Not an active van on file.>"
               exit paragraph
           end-if.
           display "Task (e.g. Oil change): " no advancing.
           accept taskName.
           move taskName::Trim() to taskName.
           if taskName::Length = 0 or taskName::Length > 64
               display "| <ERROR: Task name has to be 1 to 64 characters.>"
               exit paragraph
           end-if.
           if db::getEl("VehicleService", "COUNT(*)", type String::Format("vehicleID = {0} AND taskName = '{1}' AND active = 1", vehId, sqlQuote(taskName))) <> "0"
               display "| <ERROR: That van already has that task.>"
               exit paragraph
           end-if.
           display "Every how many miles: " no advancing.
           accept raw.
           move type Convert::ToInt32(raw::Trim()) to iMiles.
           if iMiles <= 0
               display "| <ERROR: Miles between has to be above zero.>"
               exit paragraph
           end-if.
           move vehicleOdometer(vehId) to odo.
           display "Odometer it was last done at, blank for " & odo::ToString() & ": " no advancing.
           accept raw.
           if raw::Trim()::Length > 0
               move type Convert::ToInt32(raw::Trim()) to odo
           end-if.
           invoke ClearAllLists.
           invoke coln::Add("taskName").
           invoke strin::Add(taskName).
           invoke coln::Add("operator").
           invoke strin::Add(curOperator).
           invoke coln::Add("vehicleID").
           invoke intin::Add(vehId).
           invoke coln::Add("intervalMiles").
           invoke intin::Add(iMiles).
           invoke coln::Add("lastOdo").
           invoke intin::Add(odo).
           invoke coln::Add("date").
           invoke datin::Add(type DateTime::Now).
           if db::insert("VehicleService", coln, strin, douin, intin, bolin, datin) = true
               display "Task added."
           else
               display "| <ERROR: Could not save the task.>"
           end-if.
       updateTask.
           display "Task ID to update: " no advancing.
           accept raw.
           move type Convert::ToInt32(raw::Trim()) to recid.
           move db::getEl("VehicleService", "intervalMiles", "taskID = " & recid::ToString()) to curval.
           if curval = null
               display "| <ERROR: Unknown task ID.>"
               exit paragraph
           end-if.
           move "intervalMiles=" & curval to oldvals.
           display "Every how many miles [" & curval & "], enter * to keep: " no advancing.
           accept raw.
           if raw::Trim() = "*" or raw::Trim()::Length = 0
               move curval to raw
           end-if.
           move type Convert::ToInt32(raw::Trim()) to iMiles.
           if iMiles <= 0
               display "| <ERROR: Miles between has to be above zero.>"
               exit paragraph
           end-if.
           move db::getEl("VehicleService", "active", "taskID = " & recid::ToString()) to curval.
           move oldvals & "; active=" & curval to oldvals.
           display "Active, 1 or 0 [" & curval & "], enter * to keep: " no advancing.
           accept raw.
           if raw::Trim() = "*" or raw::Trim()::Length = 0
               move curval to raw
           end-if.
           move type Convert::ToInt32(raw::Trim()) to newactive.
           invoke col2::Add("intervalMiles").
           invoke int2::Add(iMiles).
           invoke col2::Add("active").
           invoke int2::Add(newactive).
           invoke ClearAllLists.
           if logCorrection("VehicleService", recid, oldvals) = false
               display "Correction log failed, update cancelled."
               exit paragraph
           end-if.
           if db::update_("VehicleService", col2, strin, douin, int2, datin, bolin, "taskID = " & recid::ToString()) = true
               display "Task " & recid::ToString() & " updated."
           else
               display "Update failed."
           end-if.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * The driver's odometer for a run: van, day, the route driven (blank
      * for an off-route business trip) and the start and end readings. A
      * run can not start below an earlier run's end or overlap another
      * run of the same van; a start above the last end is fine -- those
      * are miles the van was not on company business.
       method-id newMileage final public.
       local-storage section.
           77 raw               type String.
           77 van               type String.
           77 routeCode         type String.
           77 driver            type String.
           77 curval            type String.
           77 vehId             type Int32.
           77 lastOdo           type Int32.
           77 startOdo          type Int32.
           77 endOdo            type Int32.
           77 tripMiles         type Int32.
           77 runDate           type DateTime.
           77 ex                type Exception.
       procedure division.
           invoke type Console::Clear().
           invoke db::flushPending().
           invoke ClearAllLists.
           display " ______________________________________________".
           display "| InGen Cola                 New Records       |".
           display "|----------------------------------------------|".
           if db::isOffline() = true
               display "| *** OFFLINE -- entries queue locally ***     |"
           end-if.
           try
               display "| Van number: " no advancing.
               accept van.
               move vehicleByVan(van) to vehId.
               if vehId = 0
                   display "| <ERROR: Not an active van on file.>"
                   goback
               end-if.
               display "| Day driven (YYYY-MM-DD), blank for today: " no advancing.
               accept raw.
               move raw::Trim() to raw.
               if raw::Length = 0
                   move type DateTime::Today to runDate
               else
                   if isValidDate(raw) = false
                       display "| <ERROR: Invalid date.>"
                       goback
                   end-if
                   move type DateTime::ParseExact(raw, "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture) to runDate
               end-if.
               if runDate > type DateTime::Today
                   display "| <ERROR: That day has not happened yet.>"
                   goback
               end-if.
               display "| Route code, blank for an off-route trip: " no advancing.
               accept raw.
               move raw::Trim()::ToUpper() to routeCode.
               if routeCode::Length > 0
                   move db::getEl("Routes", "routeID", "routeCode = '" & sqlQuote(routeCode) & "'") to curval
                   if curval = null or curval::Trim()::Length = 0
                       display "| <ERROR: Not a route on file.>"
                       goback
                   end-if
               end-if.
               display "| Driver, blank for " & curOperator & ": " no advancing.
               accept raw.
               move raw::Trim() to driver.
               if driver::Length = 0
                   move curOperator to driver
               end-if.
      * the last end reading on or before the day is the floor for the
      * start; the default assumes no personal miles in between
               move db::getEl("MileageLog", "COALESCE(MAX(endOdo), -1)", type String::Format("vehicleID = {0} AND date <= '{1}'", vehId, runDate::ToString("yyyy-MM-dd"))) to curval.
               move -1 to lastOdo.
               if curval <> null and curval::Trim()::Length > 0
                   move type Convert::ToInt32(curval) to lastOdo
               end-if.
               if lastOdo < 0
                   move db::getEl("Vehicles", "startOdo", "vehicleID = " & vehId::ToString()) to curval
                   move type Convert::ToInt32(curval) to lastOdo
               end-if.
               display "| Start odometer, blank for " & lastOdo::ToString() & ": " no advancing.
               accept raw.
               if raw::Trim()::Length = 0
                   move lastOdo to startOdo
               else
                   move type Convert::ToInt32(raw::Trim()) to startOdo
               end-if.
               if startOdo < lastOdo
                   display "| <ERROR: Start is below the " & lastOdo::ToString() & " the van already showed.>"
                   goback
               end-if.
               display "| End odometer: " no advancing.
               accept raw.
               move type Convert::ToInt32(raw::Trim()) to endOdo.
               if endOdo <= startOdo
                   display "| <ERROR: End has to be above the start.>"
                   goback
               end-if.
               compute tripMiles = endOdo - startOdo.
               if tripMiles > vanMaxDayMiles
                   display "| That is " & tripMiles::ToString() & " miles in a day. Keep it? (y/N): " no advancing
                   accept raw
                   if raw::Trim()::ToLower() <> "y"
                       goback
                   end-if
               end-if.
               move db::getEl("MileageLog", "COUNT(*)", type String::Format("vehicleID = {0} AND startOdo < {2} AND endOdo > {1}", vehId, startOdo, endOdo)) to curval.
               if curval <> null and curval::Trim() <> "0"
                   display "| <ERROR: Those readings overlap a run already logged for this van.>"
                   goback
               end-if.

               invoke coln::Add("operator").
               invoke strin::Add(curOperator).
               invoke coln::Add("driver").
               invoke strin::Add(driver).
               if routeCode::Length > 0
                   invoke coln::Add("routeCode")
                   invoke strin::Add(routeCode)
               end-if.
               invoke coln::Add("vehicleID").
               invoke intin::Add(vehId).
               invoke coln::Add("startOdo").
               invoke intin::Add(startOdo).
               invoke coln::Add("endOdo").
               invoke intin::Add(endOdo).
               invoke coln::Add("date").
               invoke datin::Add(runDate).
               invoke coln::Add("enteredDate").
               invoke datin::Add(type DateTime::Now).
               if db::insert("MileageLog", coln, strin, douin, intin, bolin, datin) = true
                   display type String::Format("{0} mile(s) logged for van {1}.", tripMiles, van::Trim()::ToUpper())
               else
                   display "| <ERROR: Could not save the mileage.>"
               end-if
           catch ex
               display "| <ERROR: Invalid Input Try Again.>"
           end-try.
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * Van upkeep done: logged against the task with the odometer it was
      * done at, the task's clock restarts from that reading, and what it
      * cost goes on the Spendings against the van.
       method-id newVanService final public.
       local-storage section.
           77 raw                  type String.
           77 van                  type String.
           77 taskName             type String.
           77 notes                type String.
           77 category             type String.
           77 vehId                type Int32.
           77 taskId               type Int32.
           77 odo                  type Int32.
           77 cost                 type Double.
           77 svcDate              type DateTime.
           77 tabl                 type System.Data.DataTable.
           77 indx                 type Int32.
           77 ex                   type Exception.
       procedure division.
           invoke ClearAllLists.
           invoke type Console::Clear.
           try
               display "| Van number: " no advancing.
               accept van.
               move vehicleByVan(van) to vehId.
               if vehId = 0
                   display "| <ERROR: Not an active van on file.>"
                   goback
               end-if.
               move db::showAsTable("SELECT taskID, taskName, intervalMiles, lastOdo FROM VehicleService WHERE active = 1 AND vehicleID = " & vehId::ToString() & " ORDER BY taskName;") to tabl.
               if tabl = null or tabl::Rows::Count = 0
                   display "No upkeep tasks set up for van " & van::Trim()::ToUpper() & " -- see Maint vans."
                   goback
               end-if.
               perform varying indx from 0 by 1 until indx >= tabl::Rows::Count
                   display type String::Format("| {0,5}  {1,-30} every {2} mi, last at {3}",
                                               tabl::Rows[indx][0]::ToString(),
                                               tabl::Rows[indx][1]::ToString(),
                                               tabl::Rows[indx][2]::ToString(),
                                               tabl::Rows[indx][3]::ToString())
               end-perform.
               display "| Task ID done: " no advancing.
               accept raw.
               move type Convert::ToInt32(raw) to taskId.
               move db::getEl("VehicleService", "taskName", "active = 1 AND taskID = " & taskId::ToString() & " AND vehicleID = " & vehId::ToString()) to taskName.
               if taskName = null
                   display "| <ERROR: Not a task on this van.>"
                   goback
               end-if.
               move vehicleOdometer(vehId) to odo.
               display "| Odometer when done, blank for " & odo::ToString() & ": " no advancing.
               accept raw.
               if raw::Trim()::Length > 0
                   move type Convert::ToInt32(raw::Trim()) to odo
               end-if.
               display "| Date done (YYYY-MM-DD), blank for today: " no advancing.
               accept raw.
               move raw::Trim() to raw.
               if isValidDate(raw) = true
                   move type DateTime::ParseExact(raw, "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture) to svcDate
               else
                   move type DateTime::Now to svcDate
               end-if.
               display "| Notes (shop, invoice #), blank for none: " no advancing.
               accept notes.
               move notes::Trim() to notes.
               if notes::Length > 255
                   move notes::Substring(0, 255) to notes
               end-if.
               display "| Cost, blank for 0: " no advancing.
               accept raw.
               if isNumeric(raw) = true
                   move type Convert::ToDouble(raw) to cost
               else
                   move 0 to cost
               end-if.

               invoke coln::Add("operator").
               invoke strin::Add(curOperator).
               invoke coln::Add("notes").
               invoke strin::Add(notes).
               invoke coln::Add("cost").
               invoke douin::Add(cost).
               invoke coln::Add("taskID").
               invoke intin::Add(taskId).
               invoke coln::Add("vehicleID").
               invoke intin::Add(vehId).
               invoke coln::Add("odometer").
               invoke intin::Add(odo).
               invoke coln::Add("date").
               invoke datin::Add(svcDate).
               if db::insert("VehicleServiceLog", coln, strin, douin, intin, bolin, datin) = false
                   display "| <ERROR: Could not save the service entry.>"
                   goback
               end-if.
      * a service keyed in late never winds the clock back past a later one
               if db::runQuery(type String::Format(
                       "UPDATE VehicleService SET lastOdo = {0}, lastDone = '{1}' WHERE taskID = {2} AND lastOdo < {0};",
                       odo, svcDate::ToString("yyyy-MM-dd HH:mm:ss"), taskId)) = false
                   display "| <ERROR: Service logged but the task's clock was not reset.>"
               end-if.
               if cost > 0
                   invoke listSpendCategories
                   move pickSpendCategory("OTHER") to category
                   invoke ClearAllLists
                   invoke coln::Add("operator")
                   invoke strin::Add(curOperator)
                   invoke coln::Add("category")
                   invoke strin::Add(category)
                   invoke coln::Add("price")
                   invoke douin::Add(cost)
                   invoke coln::Add("machineID")
                   invoke intin::Add(curMachine)
                   invoke coln::Add("vehicleID")
                   invoke intin::Add(vehId)
                   invoke coln::Add("date")
                   invoke datin::Add(svcDate)
                   if db::insert("Spendings", coln, strin, douin, intin, bolin, datin) = false
                       display "| <ERROR: Service logged but the cost did not go on the Spendings -- key it on the New Spend screen.>"
                       goback
                   end-if
               end-if.
               display "Logged for van " & van::Trim()::ToUpper() & ": " & taskName & "."
           catch ex
               display "| <ERROR: Invalid Input Try Again.>"
           end-try.
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * What a route costs to drive: miles per route over a date range,
      * the fuel those miles burned, and fuel per mile and per stop. Each
      * van's FUEL spend over the range is spread across the runs it made
      * by miles, so a van that did two routes charges each its share.
      * Stops are the route's machines times the days it was driven. Fuel
      * with no van named can not be put on a route and is shown apart.
       method-id statRouteMileage final public.
       local-storage section.
           77 dclause           type String.
           77 rates             type String.
           77 qry               type String.
           77 tabl              type System.Data.DataTable.
           77 indx              type Int32.
           77 totMiles          type Double value 0.
           77 totFuel           type Double value 0.
           77 noVan             type Double.
           77 ex                type Exception.
       procedure division.
           invoke type Console::Clear().
           move promptDateFilter() to dclause.
           try
      * per van over the range: miles logged and FUEL spend named to it
               move type String::Format(
                   "(SELECT m.vehicleID, SUM(m.endOdo - m.startOdo) AS miles, (SELECT COALESCE(SUM(price),0) FROM Spendings WHERE Spendings.vehicleID = m.vehicleID AND Spendings.category = 'FUEL' AND {0}{1}) AS fuel FROM MileageLog m WHERE {0} GROUP BY m.vehicleID)",
                   dclause, voidExclusion("Spendings")) to rates
               move type String::Format(
                   "SELECT Route, Days, Miles, Fuel, Stops, CASE WHEN Miles > 0 THEN Fuel / Miles ELSE 0 END AS FuelPerMile, CASE WHEN Stops > 0 THEN Fuel / Stops ELSE 0 END AS FuelPerStop FROM (" &
                   "SELECT COALESCE(l.routeCode, '(off route)') AS Route, COUNT(DISTINCT l.date) AS Days, SUM(l.endOdo - l.startOdo) AS Miles, " &
                   "SUM(CASE WHEN r.miles > 0 THEN (l.endOdo - l.startOdo) * r.fuel / r.miles ELSE 0 END) AS Fuel, " &
                   "COUNT(DISTINCT l.date) * COALESCE((SELECT COUNT(*) FROM RouteStops s INNER JOIN Routes rt ON rt.routeID = s.routeID WHERE rt.routeCode = l.routeCode), 0) AS Stops " &
                   "FROM MileageLog l INNER JOIN {1} r ON r.vehicleID = l.vehicleID WHERE {0} GROUP BY l.routeCode) x ORDER BY Route;",
                   dclause, rates) to qry
               move db::showAsTableSpanning(qry) to tabl
           catch ex
               display "| <ERROR: Could not read the mileage log.>"
               goback
           end-try.
           display "     ________________________________________________________________________".
           display "    / ROUTE MILEAGE AND FUEL".
           display " |---------------------------------------------------------------------------".
           display type String::Format(" | {0,-12}{1,6}{2,9}{3,11}{4,7}{5,10}{6,10}", "ROUTE", "DAYS", "MILES", "FUEL", "STOPS", "PER MILE", "PER STOP").
           display " |---------------------------------------------------------------------------".
           if tabl <> null
               perform varying indx from 0 by 1 until indx >= tabl::Rows::Count
                   display type String::Format(" | {0,-12}{1,6}{2,9}{3,11}{4,7}{5,10}{6,10}",
                                               tabl::Rows[indx][0]::ToString(),
                                               tabl::Rows[indx][1]::ToString(),
                                               type Convert::ToDouble(tabl::Rows[indx][2]::ToString())::ToString("N0"),
                                               type Convert::ToDouble(tabl::Rows[indx][3]::ToString())::ToString("N2"),
                                               tabl::Rows[indx][4]::ToString(),
                                               type Convert::ToDouble(tabl::Rows[indx][5]::ToString())::ToString("N3"),
                                               type Convert::ToDouble(tabl::Rows[indx][6]::ToString())::ToString("N2"))
                   add type Convert::ToDouble(tabl::Rows[indx][2]::ToString()) to totMiles
                   add type Convert::ToDouble(tabl::Rows[indx][3]::ToString()) to totFuel
               end-perform
           end-if.
           display " |---------------------------------------------------------------------------".
           display type String::Format(" | {0,-18}{1,9}{2,11}", "TOTAL", totMiles::ToString("N0"), totFuel::ToString("N2")).
           move 0 to noVan.
           try
               move type Convert::ToDouble(db::showAsTableSpanning(type String::Format(
                   "SELECT COALESCE(SUM(price),0) FROM Spendings WHERE category = 'FUEL' AND vehicleID IS NULL AND {0}{1};",
                   dclause, voidExclusion("Spendings")))::Rows[0][0]::ToString()) to noVan
           catch ex
               move 0 to noVan
           end-try.
           if noVan > 0
               display type String::Format(" | fuel keyed with no van named: {0} (not on any route)", noVan::ToString("C"))
           end-if.
           display " |___________________________________________________________________________".
           invoke exportTableToCsv(tabl, "routemileage").
           display "".
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * Year-end mileage per van for the tax return: the odometer at the
      * start and end of the calendar year, total miles, the business
      * miles logged (and how many of those were on a route), business
      * percent, and the fuel and other costs named to the van. Miles
      * between one run's end and the next run's start are the van's
      * non-business miles.
       method-id statVehicleYear final public.
       local-storage section.
           77 raw               type String.
           77 taxYear           type Int32.
           77 nextYear          type Int32.
           77 qry               type String.
           77 tabl              type System.Data.DataTable.
           77 indx              type Int32.
           77 ex                type Exception.
       procedure division.
           invoke type Console::Clear().
           compute taxYear = type DateTime::Now::Year - 1.
           display "Tax year, blank for " & taxYear::ToString() & ": " no advancing.
           accept raw.
           move raw::Trim() to raw.
           if raw::Length > 0
               try
                   move type Convert::ToInt32(raw) to taxYear
               catch ex
                   display "| <ERROR: Not a year.>"
                   goback
               end-try
           end-if.
           compute nextYear = taxYear + 1.
           try
               move type String::Format(
                   "SELECT Van, Plate, InService, OdoOpen, OdoClose, OdoClose - OdoOpen AS TotalMiles, BusinessMiles, RouteMiles, " &
                   "CASE WHEN OdoClose - OdoOpen > 0 THEN ROUND(100 * BusinessMiles / (OdoClose - OdoOpen), 1) ELSE 0 END AS BusinessPct, Fuel, OtherCost FROM (" &
                   "SELECT Van, Plate, InService, OdoOpen, GREATEST(OdoOpen, COALESCE(yrMax, OdoOpen)) AS OdoClose, BusinessMiles, RouteMiles, Fuel, OtherCost FROM (" &
                   "SELECT v.vanNumber AS Van, v.plate AS Plate, DATE_FORMAT(v.inService, '%Y-%m-%d') AS InService, " &
                   "COALESCE((SELECT MAX(l.endOdo) FROM MileageLog l WHERE l.vehicleID = v.vehicleID AND l.date < '{0}-01-01'), v.startOdo) AS OdoOpen, " &
                   "(SELECT MAX(l.endOdo) FROM MileageLog l WHERE l.vehicleID = v.vehicleID AND YEAR(l.date) = {0}) AS yrMax, " &
                   "(SELECT COALESCE(SUM(l.endOdo - l.startOdo),0) FROM MileageLog l WHERE l.vehicleID = v.vehicleID AND YEAR(l.date) = {0}) AS BusinessMiles, " &
                   "(SELECT COALESCE(SUM(l.endOdo - l.startOdo),0) FROM MileageLog l WHERE l.vehicleID = v.vehicleID AND YEAR(l.date) = {0} AND l.routeCode IS NOT NULL) AS RouteMiles, " &
                   "(SELECT COALESCE(SUM(price),0) FROM Spendings WHERE Spendings.vehicleID = v.vehicleID AND Spendings.category = 'FUEL' AND YEAR(date) = {0}{1}) AS Fuel, " &
                   "(SELECT COALESCE(SUM(price),0) FROM Spendings WHERE Spendings.vehicleID = v.vehicleID AND Spendings.category <> 'FUEL' AND YEAR(date) = {0}{1}) AS OtherCost " &
                   "FROM Vehicles v WHERE v.inService < '{2}-01-01' AND (v.active = 1 OR EXISTS (SELECT 1 FROM MileageLog l WHERE l.vehicleID = v.vehicleID AND YEAR(l.date) = {0}))) a) b ORDER BY Van;",
                   taxYear, voidExclusion("Spendings"), nextYear) to qry
               move db::showAsTableSpanning(qry) to tabl
           catch ex
               display "| <ERROR: Could not read the mileage log.>"
               goback
           end-try.
           display "     ____________________________________________________________________________________".
           display type String::Format("    / VAN MILEAGE FOR {0}", taxYear).
           display " |---------------------------------------------------------------------------------------".
           display type String::Format(" | {0,-8}{1,-10}{2,9}{3,9}{4,8}{5,9}{6,8}{7,7}{8,10}{9,10}", "VAN", "PLATE", "ODO OPEN", "ODO CLOSE", "TOTAL", "BUSINESS", "ROUTE", "BUS %", "FUEL", "OTHER").
           display " |---------------------------------------------------------------------------------------".
           if tabl <> null
               perform varying indx from 0 by 1 until indx >= tabl::Rows::Count
                   display type String::Format(" | {0,-8}{1,-10}{2,9}{3,9}{4,8}{5,9}{6,8}{7,7}{8,10}{9,10}",
                                               tabl::Rows[indx][0]::ToString(),
                                               tabl::Rows[indx][1]::ToString(),
                                               tabl::Rows[indx][3]::ToString(),
                                               tabl::Rows[indx][4]::ToString(),
                                               tabl::Rows[indx][5]::ToString(),
                                               tabl::Rows[indx][6]::ToString(),
                                               tabl::Rows[indx][7]::ToString(),
                                               tabl::Rows[indx][8]::ToString(),
                                               type Convert::ToDouble(tabl::Rows[indx][9]::ToString())::ToString("N2"),
                                               type Convert::ToDouble(tabl::Rows[indx][10]::ToString())::ToString("N2"))
               end-perform
           end-if.
           display " |_______________________________________________________________________________________".
           display "   TOTAL is the odometer over the year; miles not logged on a run are not business".
           invoke exportTableToCsv(tabl, "vanmileage").
           display "".
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * Stock locations short of a machine: the stockroom and the trucks.
      * Seeded with a single stockroom, WH, on first touch so receiving
      * has somewhere to put cases before anyone visits the Maint screen.
       method-id seedStockLocations final private.
       local-storage section.
           77 hits           type List[type String].
       procedure division.
           move db::showAsList("SELECT COUNT(*) FROM StockLocations;") to hits.
           if hits = null or hits::Count = 0 or hits[0] <> "0"
               goback
           end-if.
           invoke db::runQuery("INSERT INTO StockLocations (locCode, locType, locName, active) VALUES ('WH', 'WAREHOUSE', 'Stockroom', 1);").
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
       method-id listStockLocations final private.
       local-storage section.
           77 tabl          type System.Data.DataTable.
           77 indx          pic 9(9).
       procedure division.
           invoke seedStockLocations.
           move db::showAsTable("SELECT locCode, locType, COALESCE(locName, ''), active FROM StockLocations ORDER BY locType DESC, locCode;") to tabl.
           display " ___________________________________________________".
           display "| CODE     | TYPE      | NAME                  | ON |".
           display "|---------------------------------------------------|".
           if tabl <> null
               perform varying indx from 0 by 1 until indx >= tabl::Rows::Count
                   display type String::Format("| {0,-8} | {1,-9} | {2,-21} | {3,2} |",
                                               tabl::Rows[indx][0]::ToString(),
                                               tabl::Rows[indx][1]::ToString(),
                                               tabl::Rows[indx][2]::ToString(),
                                               tabl::Rows[indx][3]::ToString())
               end-perform
           end-if.
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * True when the code is an active stockroom or truck on file.
       method-id isStockLoc final private.
       local-storage section.
           77 curval        type String.
       linkage section.
           01 locCode       type String.
           01 ret           type Boolean.
       procedure division using locCode returning ret.
           move db::getEl("StockLocations", "active", "locCode = '" & sqlQuote(locCode) & "'") to curval.
           if curval <> null and curval::Trim() = "1"
               move true to ret
           else
               move false to ret
           end-if.
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * Where a receipt goes when nobody says otherwise: the first active
      * stockroom on file.
       method-id defaultWarehouse final private.
       local-storage section.
           77 hits          type List[type String].
       linkage section.
           01 ret           type String.
       procedure division returning ret.
           invoke seedStockLocations.
           move "WH" to ret.
           move db::showAsList("SELECT locCode FROM StockLocations WHERE locType = 'WAREHOUSE' AND active = 1 ORDER BY locID LIMIT 1;") to hits.
           if hits <> null and hits::Count > 0
               move hits[0] to ret
           end-if.
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * Adds a stockroom or truck, or renames / retires one. Codes must
      * start with a letter -- a bare number on a transfer means a machine.
       method-id upStockLocations final public.
       local-storage section.
           77 raw                  type String.
           77 locCode              type String.
           77 curval               type String.
           77 newtype              type String.
           77 newname              type String.
           77 newactive            type Int32.
           77 oldvals              type String.
           77 recid                type Int32.
           77 col2                 type List[type String] value new type List[type String].
           77 str2                 type List[type String] value new type List[type String].
           77 int2                 type List[type Int32] value new type List[type Int32].
           77 ex                   type Exception.
       procedure division.
           invoke type Console::Clear().
           if isSupervisor() = false
               display "| <ERROR: Supervisor login required to change stock locations.>"
               goback
           end-if.
           invoke listStockLocations.
           try
               display "Location to change, or a new code to add one: " no advancing.
               accept raw.
               move raw::Trim()::ToUpper() to locCode.
               if locCode::Length = 0
                   goback
               end-if.
               if locCode::Length > 8 or type Char::IsLetter(locCode[0]) = false
                   display "| <ERROR: Codes run up to 8 characters and start with a letter.>"
                   goback
               end-if.
               move db::getEl("StockLocations", "locID", "locCode = '" & sqlQuote(locCode) & "'") to curval.
               if curval = null or curval::Trim()::Length = 0
      * new location -- a truck unless told otherwise
                   display "Type (WAREHOUSE/TRUCK), blank for TRUCK: " no advancing
                   accept raw
                   move raw::Trim()::ToUpper() to newtype
                   if newtype::Length = 0
                       move "TRUCK" to newtype
                   end-if
                   if newtype <> "WAREHOUSE" and newtype <> "TRUCK"
                       display "| <ERROR: Type must be WAREHOUSE or TRUCK.>"
                       goback
                   end-if
                   display "Name: " no advancing
                   accept newname
                   invoke ClearAllLists
                   invoke coln::Add("locCode")
                   invoke strin::Add(locCode)
                   invoke coln::Add("locType")
                   invoke strin::Add(newtype)
                   invoke coln::Add("locName")
                   invoke strin::Add(newname::Trim())
                   invoke coln::Add("active")
                   invoke intin::Add(1)
                   if db::insert("StockLocations", coln, strin, douin, intin, bolin, datin) = true
                       display locCode & " added as a " & newtype::ToLower() & "."
                   else
                       display "| <ERROR: Could not save the location.>"
                   end-if
                   goback
               end-if.
               move type Convert::ToInt32(curval) to recid.

               move db::getEl("StockLocations", "locName", "locID = " & recid::ToString()) to curval.
               move "locName=" & curval to oldvals.
               display "Name [" & curval & "], enter * to keep: " no advancing.
               accept raw.
               if raw = "*" or raw = ""
                   move curval to newname
               else
                   move raw::Trim() to newname
               end-if.

               move db::getEl("StockLocations", "active", "locID = " & recid::ToString()) to curval.
               move oldvals & "; active=" & curval to oldvals.
               display "Active 1/0 [" & curval & "], enter * to keep: " no advancing.
               accept raw.
               if raw = "*" or raw = ""
                   move type Convert::ToInt32(curval) to newactive
               else
                   move type Convert::ToInt32(raw::Trim()) to newactive
               end-if.
      * cans still on the shelf would vanish from every stock total the
      * moment the location is retired -- move them off first
               if newactive = 0 and db::showAsList(type String::Format(
                   "SELECT COALESCE(SUM(CASE WHEN toLoc = '{0}' THEN cancount ELSE 0 - cancount END),0) FROM StockMoves WHERE toLoc = '{0}' OR fromLoc = '{0}';",
                   sqlQuote(locCode)))[0] <> "0"
                   display "| <ERROR: " & locCode & " still holds stock -- transfer it out before retiring it.>"
                   goback
               end-if.

               invoke col2::Add("locName").
               invoke str2::Add(newname).
               invoke col2::Add("active").
               invoke int2::Add(newactive).

               invoke ClearAllLists.
               if logCorrection("StockLocations", recid, oldvals) = false
                   display "Correction log failed, update cancelled."
                   goback
               end-if.
               if db::update_("StockLocations", col2, str2, douin, int2, datin, bolin, "locID = " & recid::ToString()) = true
                   display locCode & " updated."
               else
                   display "Update failed."
               end-if
           catch ex
               display "<ERROR: Invalid Input Try Again.>"
           end-try.
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * Host sites. The first touch on an install that predates them turns
      * every distinct Machines.location into a site, carrying the rates
      * the machine had, and opens a placement for each machine there from
      * the beginning of time -- as far as the old data knows, that is
      * where it always sat.
       method-id seedLocations final private.
       local-storage section.
           77 hits           type List[type String].
       procedure division.
           move db::showAsList("SELECT (SELECT COUNT(*) FROM Locations) + (SELECT COUNT(*) FROM MachinePlacements);") to hits.
           if hits = null or hits::Count = 0 or hits[0] <> "0"
               goback
           end-if.
           invoke db::runQuery("INSERT INTO Locations (siteName, commissionRate, taxRate, active) SELECT location, MAX(commissionRate), MAX(taxRate), 1 FROM Machines WHERE location IS NOT NULL AND location <> '' GROUP BY location;").
           invoke db::runQuery("INSERT INTO MachinePlacements (machineID, locationID, fromDate, operator, enteredDate) SELECT m.machineID, l.locationID, '1900-01-01', 'setup', GetDate() FROM Machines m INNER JOIN Locations l ON l.siteName = m.location;").
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
       method-id listLocations final private.
       local-storage section.
           77 tabl          type System.Data.DataTable.
           77 indx          pic 9(9).
       procedure division.
           invoke seedLocations.
           move db::showAsTable("SELECT l.locationID, l.siteName, COALESCE(l.taxJurisdiction, ''), l.commissionRate, l.taxRate, COALESCE((SELECT GROUP_CONCAT(p.machineID ORDER BY p.machineID) FROM MachinePlacements p WHERE p.locationID = l.locationID AND p.toDate IS NULL), ''), l.active FROM Locations l ORDER BY l.siteName;") to tabl.
           display " ________________________________________________________________________".
           display "|  ID| SITE                     | TAX JURIS. | COMM% |  TAX% | MACHINES | ON|".
           display "|------------------------------------------------------------------------|".
           if tabl <> null
               perform varying indx from 0 by 1 until indx >= tabl::Rows::Count
                   display type String::Format("| {0,3}) {1,-24} | {2,-10} |{3,6} |{4,6} | {5,-8} | {6,1}|",
                                               tabl::Rows[indx][0]::ToString(),
                                               tabl::Rows[indx][1]::ToString(),
                                               tabl::Rows[indx][2]::ToString(),
                                               Type Convert::ToDouble(tabl::Rows[indx][3]::ToString())::ToString("N2"),
                                               Type Convert::ToDouble(tabl::Rows[indx][4]::ToString())::ToString("N2"),
                                               tabl::Rows[indx][5]::ToString(),
                                               tabl::Rows[indx][6]::ToString())
               end-perform
           end-if.
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * Join text that puts a row of a machine-keyed table (CashOut,
      * Inventory, CardSettle...) at the site its machine sat at on the
      * row's date. Needs MachinePlacements free to alias as p.
       method-id placedAt final private.
       local-storage section.
       linkage section.
           01 tbl           type String.
           01 ret           type String.
       procedure division using tbl returning ret.
           move type String::Format(
               " INNER JOIN MachinePlacements p ON p.machineID = {0}.machineID AND {0}.date >= p.fromDate AND (p.toDate IS NULL OR {0}.date < p.toDate)",
               tbl) to ret.
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * Adds a site or changes one. The terms are the site's, so the rates
      * flow down to the machines sitting there now (the machine record
      * keeps a copy of where it is and what the host takes, which the
      * screens that list machines still read).
       method-id upLocations final public.
       local-storage section.
           77 raw                  type String.
           77 curval               type String.
           77 recid                type Int32.
           77 newname              type String.
           77 newaddr              type String.
           77 newcontact           type String.
           77 newphone             type String.
           77 newjuris             type String.
           77 newrate              type Double.
           77 newtax               type Double.
           77 newactive            type Int32.
           77 oldvals              type String.
           77 col2                 type List[type String] value new type List[type String].
           77 str2                 type List[type String] value new type List[type String].
           77 dou2                 type List[type Double] value new type List[type Double].
           77 int2                 type List[type Int32] value new type List[type Int32].
           77 ex                   type Exception.
       procedure division.
           invoke type Console::Clear().
           if isSupervisor() = false
               display "| <ERROR: Supervisor login required to change host sites.>"
               goback
           end-if.
           invoke listLocations.
           try
               display "Site ID to change, (a) to add one, blank to leave: " no advancing.
               accept raw.
               move raw::Trim()::ToLower() to raw.
               if raw::Length = 0
                   goback
               end-if.
               if raw = "a"
                   perform addSite
                   goback
               end-if.
               move type Convert::ToInt32(raw) to recid.
               move db::getEl("Locations", "siteName", "locationID = " & recid::ToString()) to curval.
               if curval = null or curval::Trim()::Length = 0
                   display "| <ERROR: Unknown site ID.>"
                   goback
               end-if.
               move "siteName=" & curval to oldvals.
               display "Site name [" & curval & "], enter * to keep: " no advancing.
               accept raw.
               if raw = "*" or raw = ""
                   move curval to newname
               else
                   move raw::Trim() to newname
               end-if.
               move db::getEl("Locations", "COALESCE(address, '')", "locationID = " & recid::ToString()) to curval.
               move oldvals & "; address=" & curval to oldvals.
               display "Address [" & curval & "], enter * to keep: " no advancing.
               accept raw.
               if raw = "*" or raw = ""
                   move curval to newaddr
               else
                   move raw::Trim() to newaddr
               end-if.
               move db::getEl("Locations", "COALESCE(hostContact, '')", "locationID = " & recid::ToString()) to curval.
               move oldvals & "; hostContact=" & curval to oldvals.
               display "Host contact [" & curval & "], enter * to keep: " no advancing.
               accept raw.
               if raw = "*" or raw = ""
                   move curval to newcontact
               else
                   move raw::Trim() to newcontact
               end-if.
               move db::getEl("Locations", "COALESCE(hostPhone, '')", "locationID = " & recid::ToString()) to curval.
               move oldvals & "; hostPhone=" & curval to oldvals.
               display "Host phone [" & curval & "], enter * to keep: " no advancing.
               accept raw.
               if raw = "*" or raw = ""
                   move curval to newphone
               else
                   move raw::Trim() to newphone
               end-if.
               move db::getEl("Locations", "commissionRate", "locationID = " & recid::ToString()) to curval.
               move oldvals & "; commissionRate=" & curval to oldvals.
               display "Commission rate % [" & curval & "], enter * to keep: " no advancing.
               accept raw.
               if raw = "*" or raw = ""
                   move type Convert::ToDouble(curval) to newrate
               else
                   move type Convert::ToDouble(raw) to newrate
               end-if.
               move db::getEl("Locations", "COALESCE(taxJurisdiction, '')", "locationID = " & recid::ToString()) to curval.
               move oldvals & "; taxJurisdiction=" & curval to oldvals.
               display "Tax jurisdiction [" & curval & "], enter * to keep: " no advancing.
               accept raw.
               if raw = "*" or raw = ""
                   move curval to newjuris
               else
                   move raw::Trim()::ToUpper() to newjuris
               end-if.
               move db::getEl("Locations", "taxRate", "locationID = " & recid::ToString()) to curval.
               move oldvals & "; taxRate=" & curval to oldvals.
               display "Sales tax rate % [" & curval & "], enter * to keep: " no advancing.
               accept raw.
               if raw = "*" or raw = ""
                   move type Convert::ToDouble(curval) to newtax
               else
                   move type Convert::ToDouble(raw) to newtax
               end-if.
               move db::getEl("Locations", "active", "locationID = " & recid::ToString()) to curval.
               move oldvals & "; active=" & curval to oldvals.
               display "Active 1/0 [" & curval & "], enter * to keep: " no advancing.
               accept raw.
               if raw = "*" or raw = ""
                   move type Convert::ToInt32(curval) to newactive
               else
                   move type Convert::ToInt32(raw::Trim()) to newactive
               end-if.
      * a site with a machine still on it can't be retired -- move the
      * machine off first, or its sales land nowhere
               if newactive = 0 and db::showAsList(type String::Format(
                   "SELECT COUNT(*) FROM MachinePlacements WHERE locationID = {0} AND toDate IS NULL;",
                   recid::ToString()))[0] <> "0"
                   display "| <ERROR: A machine still sits there -- place it elsewhere before retiring the site.>"
                   goback
               end-if.

               invoke col2::Add("siteName").
               invoke str2::Add(newname).
               invoke col2::Add("address").
               invoke str2::Add(newaddr).
               invoke col2::Add("hostContact").
               invoke str2::Add(newcontact).
               invoke col2::Add("hostPhone").
               invoke str2::Add(newphone).
               invoke col2::Add("taxJurisdiction").
               invoke str2::Add(newjuris).
               invoke col2::Add("commissionRate").
               invoke dou2::Add(newrate).
               invoke col2::Add("taxRate").
               invoke dou2::Add(newtax).
               invoke col2::Add("active").
               invoke int2::Add(newactive).

               invoke ClearAllLists.
               if logCorrection("Locations", recid, oldvals) = false
                   display "Correction log failed, update cancelled."
                   goback
               end-if.
               if db::update_("Locations", col2, str2, dou2, int2, datin, bolin, "locationID = " & recid::ToString()) = true
                   invoke syncPlacedMachines(recid)
                   display "Site " & recid::ToString() & " updated."
               else
                   display "Update failed."
               end-if
           catch ex
               display "<ERROR: Invalid Input Try Again.>"
           end-try.
           goback.
       addSite.
           invoke ClearAllLists.
           display "Site name: " no advancing.
           accept raw.
           if raw::Trim()::Length = 0
               display "Nothing added."
               exit paragraph
           end-if.
           invoke coln::Add("siteName").
           invoke strin::Add(raw::Trim()).
           display "Address: " no advancing.
           accept raw.
           invoke coln::Add("address").
           invoke strin::Add(raw::Trim()).
           display "Host contact: " no advancing.
           accept raw.
           invoke coln::Add("hostContact").
           invoke strin::Add(raw::Trim()).
           display "Host phone: " no advancing.
           accept raw.
           invoke coln::Add("hostPhone").
           invoke strin::Add(raw::Trim()).
           display "Tax jurisdiction (city/county code): " no advancing.
           accept raw.
           invoke coln::Add("taxJurisdiction").
           invoke strin::Add(raw::Trim()::ToUpper()).
           display "Commission rate % for the host, blank for 0: " no advancing.
           accept raw.
           invoke coln::Add("commissionRate").
           if isNumeric(raw) = true
               invoke douin::Add(type Convert::ToDouble(raw))
           else
               invoke douin::Add(0)
           end-if.
           display "Sales tax rate %, blank for 0: " no advancing.
           accept raw.
           invoke coln::Add("taxRate").
           if isNumeric(raw) = true
               invoke douin::Add(type Convert::ToDouble(raw))
           else
               invoke douin::Add(0)
           end-if.
           invoke coln::Add("active").
           invoke intin::Add(1).
           if db::insert("Locations", coln, strin, douin, intin, bolin, datin) = true
               display "Site added -- place a machine there from the Maint place screen."
           else
               display "| <ERROR: Could not save the site.>"
           end-if.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * Copies a site's name and rates onto the machines sitting there now.
       method-id syncPlacedMachines final private.
       local-storage section.
       linkage section.
           01 locId         type Int32.
       procedure division using locId.
           invoke db::runQuery(type String::Format(
               "UPDATE Machines m INNER JOIN MachinePlacements p ON p.machineID = m.machineID AND p.toDate IS NULL INNER JOIN Locations l ON l.locationID = p.locationID SET m.location = l.siteName, m.commissionRate = l.commissionRate, m.taxRate = l.taxRate WHERE l.locationID = {0};",
               locId::ToString())).
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * Moves a machine: closes the placement it has open as of the move
      * date and opens one at the new site. Site 0 pulls the machine in
      * (a broken unit going to the shop) without putting it anywhere; a
      * swap is the broken one pulled and the spare placed on the same
      * day. Everything before the move date stays with the old site.
       method-id newPlacement final public.
       local-storage section.
           77 raw                  type String.
           77 curval               type String.
           77 mchId                type Int32.
           77 locId                type Int32.
           77 moveDate             type DateTime.
           77 openFrom             type String.
           77 curTab               type System.Data.DataTable.
           77 ex                   type Exception.
       procedure division.
           invoke type Console::Clear().
           if isSupervisor() = false
               display "| <ERROR: Supervisor login required to move machines.>"
               goback
           end-if.
           invoke listMachines.
           try
               display "Machine ID to move: " no advancing.
               accept raw.
               move type Convert::ToInt32(raw) to mchId.
               move db::getEl("Machines", "machineID", "machineID = " & mchId::ToString()) to curval.
               if curval = null or curval::Trim()::Length = 0
                   display "| <ERROR: Unknown machine ID.>"
                   goback
               end-if.
               invoke listLocations.
               move db::showAsTable(type String::Format(
                   "SELECT l.siteName, DATE_FORMAT(p.fromDate, '%Y-%m-%d') FROM MachinePlacements p INNER JOIN Locations l ON l.locationID = p.locationID WHERE p.machineID = {0} AND p.toDate IS NULL;",
                   mchId::ToString())) to curTab.
               move "" to openFrom.
               if curTab <> null and curTab::Rows::Count > 0
                   move curTab::Rows[0][1]::ToString() to openFrom
                   display "Machine " & mchId::ToString() & " sits at " & curTab::Rows[0][0]::ToString() & " since " & openFrom & "."
               else
                   display "Machine " & mchId::ToString() & " is not placed anywhere."
               end-if.
               display "Move to site ID, 0 to pull it in: " no advancing.
               accept raw.
               move type Convert::ToInt32(raw) to locId.
               if locId > 0
                   move db::getEl("Locations", "active", "locationID = " & locId::ToString()) to curval
                   if curval = null or curval::Trim() <> "1"
                       display "| <ERROR: Not an active site on file.>"
                       goback
                   end-if
               end-if.
               display "Move date (YYYY-MM-DD), blank for today: " no advancing.
               accept raw.
               move raw::Trim() to raw.
               if isValidDate(raw) = true
                   move type DateTime::ParseExact(raw, "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture) to moveDate
               else
                   move type DateTime::Now::Date to moveDate
               end-if.
      * a move dated before the machine got where it is would leave a
      * stretch of its history at two sites at once
               if openFrom::Length > 0 and moveDate < type DateTime::ParseExact(openFrom, "yyyy-MM-dd", type System.Globalization.CultureInfo::InvariantCulture)
                   display "| <ERROR: The move date is before it got where it is now.>"
                   goback
               end-if.
               if isPeriodClosed(moveDate::ToString("yyyy-MM")) = true
                   display "| <ERROR: " & moveDate::ToString("yyyy-MM") & " is closed -- a move back there would rewrite filed statements.>"
                   goback
               end-if.

               if db::runQuery(type String::Format(
                   "UPDATE MachinePlacements SET toDate = '{1}' WHERE machineID = {0} AND toDate IS NULL;",
                   mchId::ToString(), moveDate::ToString("yyyy-MM-dd"))) = false
                   display "| <ERROR: Could not close the old placement, nothing moved.>"
                   goback
               end-if.
               if locId = 0
                   invoke db::runQuery(type String::Format("UPDATE Machines SET location = '' WHERE machineID = {0};", mchId::ToString()))
                   display "Machine " & mchId::ToString() & " pulled in as of " & moveDate::ToString("yyyy-MM-dd") & "."
                   goback
               end-if.
               invoke ClearAllLists.
               invoke coln::Add("operator").
               invoke strin::Add(curOperator).
               invoke coln::Add("machineID").
               invoke intin::Add(mchId).
               invoke coln::Add("locationID").
               invoke intin::Add(locId).
               invoke coln::Add("fromDate").
               invoke datin::Add(moveDate).
               invoke coln::Add("enteredDate").
               invoke datin::Add(type DateTime::Now).
               if db::insert("MachinePlacements", coln, strin, douin, intin, bolin, datin) = true
                   invoke syncPlacedMachines(locId)
                   display "Machine " & mchId::ToString() & " placed as of " & moveDate::ToString("yyyy-MM-dd") & "."
               else
      * put the old placement back the way it was
                   invoke db::runQuery(type String::Format(
                       "UPDATE MachinePlacements SET toDate = NULL WHERE machineID = {0} AND toDate = '{1}';",
                       mchId::ToString(), moveDate::ToString("yyyy-MM-dd")))
                   display "| <ERROR: Could not save the placement, nothing moved.>"
               end-if
           catch ex
               display "<ERROR: Invalid Input Try Again.>"
           end-try.
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * The account slots the GL export posts to. Seeded with stock
      * numbers on first touch; the real chart of accounts is keyed in
      * from the Maint glmap screen, not a code change.
       method-id seedGlAccounts final private.
           77 hits           type List[type String].
       procedure division.
           move db::showAsList("SELECT COUNT(*) FROM GlAccounts;") to hits.
           if hits = null or hits::Count = 0
               goback
           end-if.
           if hits[0] = "0"
               perform seedOne
           end-if.
           perform seedLater.
           goback.
      * sources added after the first five -- an install that already
      * has its chart keyed in gets just the missing slots, at stock
      * numbers, and keeps everything it remapped
       seedLater.
           invoke db::runQuery("INSERT INTO GlAccounts (sourceType, acctNumber, acctName) SELECT 'CARDSALES', '4010', 'Card sales' FROM DUAL WHERE NOT EXISTS (SELECT 1 FROM GlAccounts WHERE sourceType = 'CARDSALES');").
           invoke db::runQuery("INSERT INTO GlAccounts (sourceType, acctNumber, acctName) SELECT 'CARDFEES', '5300', 'Card processing fees' FROM DUAL WHERE NOT EXISTS (SELECT 1 FROM GlAccounts WHERE sourceType = 'CARDFEES');").
           invoke db::runQuery("INSERT INTO GlAccounts (sourceType, acctNumber, acctName) SELECT 'CARDCLR', '1010', 'Card deposits in transit' FROM DUAL WHERE NOT EXISTS (SELECT 1 FROM GlAccounts WHERE sourceType = 'CARDCLR');").
           invoke db::runQuery("INSERT INTO GlAccounts (sourceType, acctNumber, acctName) SELECT 'INVENTORY', '1200', 'Product inventory' FROM DUAL WHERE NOT EXISTS (SELECT 1 FROM GlAccounts WHERE sourceType = 'INVENTORY');").
           invoke db::runQuery("INSERT INTO GlAccounts (sourceType, acctNumber, acctName) SELECT 'FIXEDASSET', '1500', 'Vending machines at cost' FROM DUAL WHERE NOT EXISTS (SELECT 1 FROM GlAccounts WHERE sourceType = 'FIXEDASSET');").
           invoke db::runQuery("INSERT INTO GlAccounts (sourceType, acctNumber, acctName) SELECT 'ACCUMDEP', '1510', 'Accumulated depreciation' FROM DUAL WHERE NOT EXISTS (SELECT 1 FROM GlAccounts WHERE sourceType = 'ACCUMDEP');").
           invoke db::runQuery("INSERT INTO GlAccounts (sourceType, acctNumber, acctName) SELECT 'DEPREXP', '6100', 'Depreciation expense' FROM DUAL WHERE NOT EXISTS (SELECT 1 FROM GlAccounts WHERE sourceType = 'DEPREXP');").
           invoke db::runQuery("INSERT INTO GlAccounts (sourceType, acctNumber, acctName) SELECT 'ASSETGAIN', '7100', 'Gain/loss on machine disposal' FROM DUAL WHERE NOT EXISTS (SELECT 1 FROM GlAccounts WHERE sourceType = 'ASSETGAIN');").
       seedOne.
           invoke db::runQuery("INSERT INTO GlAccounts (sourceType, acctNumber, acctName) VALUES ('CASH', '1000', 'Cash on hand');").
           invoke db::runQuery("INSERT INTO GlAccounts (sourceType, acctNumber, acctName) VALUES ('SALES', '4000', 'Vending sales');").
               end-if
           end-if.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * Monthly budget entry. A line is SALES (cash plus card sales) or
      * one of the spend categories, for the whole route (machine 0) or
      * for one machine. Last year's budget can be copied forward into a
      * new year with an uplift, month by month, skipping any month that
      * already has a budget or is closed. A closed month's budget is
      * final and can not be changed here.
       method-id upBudget final public.
       local-storage section.
           77 raw                  type String.
           77 period               type String.
           77 lineCode             type String.
           77 mchId                type Int32.
           77 amt                  type Double.
           77 curval               type String.
           77 recid                type Int32.
           77 tabl                 type System.Data.DataTable.
           77 indx                 type Int32.
           77 mon                  type Int32.
           77 srcYear              type Int32.
           77 dstYear              type Int32.
           77 srcPeriod            type String.
           77 dstPeriod            type String.
           77 uplift               type Double value 0.
           77 factor               type Double.
           77 copied               type Int32 value 0.
           77 entering             type Boolean.
           77 col2                 type List[type String] value new type List[type String].
           77 dou2                 type List[type Double] value new type List[type Double].
           77 ex                   type Exception.
       procedure division.
           invoke type Console::Clear().
           invoke seedSpendCategories.
           try
               display "(e)nter a month's budget, (c)opy a year forward, blank to leave: " no advancing
               accept raw
               move raw::Trim()::ToLower() to raw
               if raw = "c"
                   perform copyForward
                   goback
               end-if
               if raw <> "e"
                   goback
               end-if

               move type DateTime::Now::AddMonths(1)::ToString("yyyy-MM") to period
               display "Month (YYYY-MM), blank for " period ": " no advancing
               accept raw
               move raw::Trim() to raw
               if raw::Length > 0
                   move type DateTime::ParseExact(raw, "yyyy-MM", type System.Globalization.CultureInfo::InvariantCulture)::ToString("yyyy-MM") to period
               end-if
               if isPeriodClosed(period) = true
                   display period & " is closed -- its budget is final."
                   goback
               end-if
               perform showMonth
               invoke listSpendCategories
               move true to entering
               perform enterLine
               until entering = false
               perform showMonth
           catch ex
               display "| <ERROR: Invalid Input Try Again.>"
           end-try.
           goback.
       showMonth.
           move db::showAsTable(type String::Format(
               "SELECT lineCode, machineID, amount FROM Budget WHERE period = '{0}' ORDER BY CASE WHEN lineCode = 'SALES' THEN 0 ELSE 1 END, lineCode, machineID;", period)) to tabl.
           display "".
           display "Budget for " & period & ":".
           if tabl = null or tabl::Rows::Count = 0
               display "  (nothing budgeted yet)"
               exit paragraph
           end-if.
           perform varying indx from 0 by 1 until indx >= tabl::Rows::Count
               move tabl::Rows[indx][1]::ToString() to curval
               if curval = "0"
                   move "all machines" to curval
               else
                   move "machine " & curval to curval
               end-if
               display type String::Format("  {0,-12} {1,-14} {2,12}",
                                           tabl::Rows[indx][0]::ToString(),
                                           curval,
                                           type Convert::ToDouble(tabl::Rows[indx][2]::ToString())::ToString("N2"))
           end-perform.
       enterLine.
           display "Line (SALES or a category code), blank when done: " no advancing.
           accept raw.
           move raw::Trim()::ToUpper() to lineCode.
           if lineCode::Length = 0
               move false to entering
               exit paragraph
           end-if.
           if lineCode <> "SALES"
               move db::getEl("SpendCategories", "COUNT(*)", "catCode = '" & sqlQuote(lineCode) & "'") to curval
               if curval <> "1"
                   display "| <ERROR: Not SALES or a spend category on file.>"
                   exit paragraph
               end-if
           end-if.
           display "Machine ID, blank for the whole route: " no advancing.
           accept raw.
           move 0 to mchId.
           if raw::Trim()::Length > 0
               move type Convert::ToInt32(raw::Trim()) to mchId
               if validateMachine(mchId) = false
                   display "| <ERROR: Not an active machine on file.>"
                   exit paragraph
               end-if
           end-if.
           move db::getEl("Budget", "COALESCE(MAX(id), 0)", type String::Format(
               "period = '{0}' AND lineCode = '{1}' AND machineID = {2}", period, sqlQuote(lineCode), mchId)) to curval.
           move type Convert::ToInt32(curval) to recid.
           if recid > 0
               move db::getEl("Budget", "amount", "id = " & recid::ToString()) to curval
               display "Amount [" & curval & "], enter * to keep: " no advancing
           else
               display "Amount: " no advancing
           end-if.
           accept raw.
           if raw::Trim() = "*" or raw::Trim()::Length = 0
               exit paragraph
           end-if.
           move type Convert::ToDouble(raw::Trim()) to amt.
           if recid > 0
               if logCorrection("Budget", recid, "amount=" & curval) = false
                   display "Correction log failed, line not changed."
                   exit paragraph
               end-if
               invoke col2::Clear()
               invoke dou2::Clear()
               invoke col2::Add("amount")
               invoke dou2::Add(amt)
               invoke ClearAllLists
               if db::update_("Budget", col2, strin, dou2, intin, datin, bolin, "id = " & recid::ToString()) = false
                   display "Update failed."
               end-if
           else
               invoke ClearAllLists
               invoke coln::Add("period")
               invoke strin::Add(period)
               invoke coln::Add("lineCode")
               invoke strin::Add(lineCode)
               invoke coln::Add("operator")
               invoke strin::Add(curOperator)
               invoke coln::Add("amount")
               invoke douin::Add(amt)
               invoke coln::Add("machineID")
               invoke intin::Add(mchId)
               invoke coln::Add("date")
               invoke datin::Add(type DateTime::Now)
               if db::insert("Budget", coln, strin, douin, intin, bolin, datin) = false
                   display "| <ERROR: Could not save the budget line.>"
               end-if
           end-if.
       copyForward.
           compute srcYear = type DateTime::Now::Year - 1.
           display "Copy the budget of year, blank for " & srcYear::ToString() & ": " no advancing.
           accept raw.
           if raw::Trim()::Length > 0
               move type Convert::ToInt32(raw::Trim()) to srcYear
           end-if.
           compute dstYear = srcYear + 1.
           display "Into year, blank for " & dstYear::ToString() & ": " no advancing.
           accept raw.
           if raw::Trim()::Length > 0
               move type Convert::ToInt32(raw::Trim()) to dstYear
           end-if.
           display "Uplift percent to apply, blank for none: " no advancing.
           accept raw.
           if raw::Trim()::Length > 0
               move type Convert::ToDouble(raw::Trim()) to uplift
           end-if.
           compute factor = 1 + uplift / 100.
           perform varying mon from 1 by 1 until mon > 12
               move type String::Format("{0}-{1:00}", srcYear, mon) to srcPeriod
               move type String::Format("{0}-{1:00}", dstYear, mon) to dstPeriod
               if isPeriodClosed(dstPeriod) = true
                   display "  " & dstPeriod & " is closed -- skipped."
               else
                   if db::getEl("Budget", "COUNT(*)", "period = '" & dstPeriod & "'") <> "0"
                       display "  " & dstPeriod & " already has a budget -- skipped."
                   else
                       if db::getEl("Budget", "COUNT(*)", "period = '" & srcPeriod & "'") = "0"
                           display "  " & srcPeriod & " has no budget to copy."
                       else
                           if db::runQuery(type String::Format(
                                   "INSERT INTO Budget (period, lineCode, machineID, amount, operator, date) SELECT '{0}', lineCode, machineID, ROUND(amount * {1}, 2), '{2}', NOW() FROM Budget WHERE period = '{3}';",
                                   dstPeriod, factor::ToString("F6", type System.Globalization.CultureInfo::InvariantCulture), sqlQuote(curOperator), srcPeriod)) = true
                               display "  " & srcPeriod & " copied to " & dstPeriod & "."
                               add 1 to copied
                           end-if
                       end-if
                   end-if
               end-if
           end-perform.
           display type String::Format("{0} month(s) copied forward.", copied).
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
       method-id upSpendCategories final public.
       local-storage section.
               end-perform
           end-if.
           try
               display "Source to remap (as listed above): " no advancing.
               accept raw.
               move raw::Trim()::ToUpper() to srcType.
               move db::getEl("GlAccounts", "id", "sourceType = '" & sqlQuote(srcType) & "'") to curval.
      * Balanced journal-entry file for one period, ready for the
      * bookkeeper's package to import: cashouts to cash/sales, spendings
      * to cost-of-goods, CRV to the deposit liability, refunds against
      * cash, card settlements to card sales with the fees split out.
      * Every debit line has its matching credit line.
       method-id statGlExport final public.
       local-storage section.
           77 raw            type String.
           77 wmSpend        type Int32 value 0.
           77 wmInv          type Int32 value 0.
           77 wmRef          type Int32 value 0.
           77 wmCard         type Int32 value 0.
           77 cardSum        type Double value 0.
           77 cardFee        type Double value 0.
           77 idCash         type String value "".
           77 idSpend        type String value "".
           77 idInv          type String value "".
           77 idRef          type String value "".
           77 idCard         type String value "".
           77 ex             type Exception.
       procedure division.
           invoke type Console::Clear().
      * since the registered one
           move "FULL" to kind.
           move db::showAsTable(type String::Format(
               "SELECT date, kind, drTotal, maxCashOutId, maxSpendId, maxInvId, maxRefundId, maxCardId FROM GlExportLog WHERE period = '{0}' ORDER BY id DESC LIMIT 1;",
               period)) to regTab.
           if regTab <> null and regTab::Rows::Count > 0
               display type String::Format("*** {0} was already exported on {1} ({2} run, debits {3}). ***",
                   move type Convert::ToInt32(regTab::Rows[0][4]::ToString()) to wmSpend
                   move type Convert::ToInt32(regTab::Rows[0][5]::ToString()) to wmInv
                   move type Convert::ToInt32(regTab::Rows[0][6]::ToString()) to wmRef
                   move type Convert::ToInt32(regTab::Rows[0][7]::ToString()) to wmCard
                   move jref & "-SUPP" to jref
               else
                   if raw <> "f"
               move type String::Format(" AND id > {0}", wmSpend::ToString()) to idSpend
               move type String::Format(" AND id > {0}", wmInv::ToString()) to idInv
               move type String::Format(" AND id > {0}", wmRef::ToString()) to idRef
               move type String::Format(" AND id > {0}", wmCard::ToString()) to idCard
           else
               move "" to idCash
               move "" to idSpend
               move "" to idInv
               move "" to idRef
               move "" to idCard
           end-if.

           try
               move type Convert::ToDouble(db::showAsList(type String::Format("SELECT COALESCE(SUM(price),0) FROM Spendings WHERE {0}{1}{2};", dclause, voidExclusion("Spendings"), idSpend))[0]) to spendSum
               move type Convert::ToDouble(db::showAsList(type String::Format("SELECT COALESCE(SUM(crv),0) FROM Inventory WHERE {0}{1}{2};", dclause, voidExclusion("Inventory"), idInv))[0]) to crvSum
               move type Convert::ToDouble(db::showAsList(type String::Format("SELECT COALESCE(SUM(amount),0) FROM Refunds WHERE {0}{1}{2};", dclause, voidExclusion("Refunds"), idRef))[0]) to refundSum
               move type Convert::ToDouble(db::showAsList(type String::Format("SELECT COALESCE(SUM(grossSales),0) FROM CardSettle WHERE {0}{1};", dclause, idCard))[0]) to cardSum
               move type Convert::ToDouble(db::showAsList(type String::Format("SELECT COALESCE(SUM(fees),0) FROM CardSettle WHERE {0}{1};", dclause, idCard))[0]) to cardFee
           catch ex
               display "| <ERROR: Could not total the period -- export cancelled.>"
               goback
           end-try.
           if kind = "SUPP" and cashSum = 0 and spendSum = 0 and crvSum = 0 and refundSum = 0 and cardSum = 0
               display "Nothing was keyed into " period " since the registered export."
               goback
           end-if.
           if refundSum > 0
               perform addRefundLines
           end-if.
           if cardSum > 0
               perform addCardLines
           end-if.

           display type String::Format("GL export for {0}:", period).
           display type String::Format("  Debits  {0}", drTotal::ToString("C")).
           invoke intin::Add(type Convert::ToInt32(db::showAsList("SELECT COALESCE(MAX(id),0) FROM Inventory;")[0])).
           invoke coln::Add("maxRefundId").
           invoke intin::Add(type Convert::ToInt32(db::showAsList("SELECT COALESCE(MAX(id),0) FROM Refunds;")[0])).
           invoke coln::Add("maxCardId").
           invoke intin::Add(type Convert::ToInt32(db::showAsList("SELECT COALESCE(MAX(id),0) FROM CardSettle;")[0])).
           invoke coln::Add("date").
           invoke datin::Add(type DateTime::Now).
           if db::insert("GlExportLog", coln, strin, douin, intin, bolin, datin) = true
           move 0 to glDr.
           move refundSum to glCr.
           perform addLine.
      * card sales are their own revenue line -- the net lands in the
      * card clearing account until the deposit clears, and the fee the
      * processor kept is an expense of its own instead of vanishing
      * into the difference
       addCardLines.
           move "Card settlements, net of fees" to glDesc.
           move "CARDCLR" to glSrc.
           compute glDr = cardSum - cardFee.
           move 0 to glCr.
           perform addLine.
           move "Card processing fees" to glDesc.
           move "CARDFEES" to glSrc.
           move cardFee to glDr.
           perform addLine.
           move "Card sales" to glDesc.
           move "CARDSALES" to glSrc.
           move 0 to glDr.
           move cardSum to glCr.
           perform addLine.
       addLine.
           move db::getEl("GlAccounts", "acctNumber", "sourceType = '" & glSrc & "'") to glNum.
           move db::getEl("GlAccounts", "acctName", "sourceType = '" & glSrc & "'") to glName.
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * Same closed-month test as periodGuard, for rows that aren't on
      * file yet -- the imports check the date a line would post under
      * before it lands. Period is YYYY-MM.
       method-id isPeriodClosed final private.
       local-storage section.
           77 hits           type List[type String].
       linkage section.
           01 period         type String.
           01 ret            type Boolean.
       procedure division using period returning ret.
           move false to ret.
           move db::showAsList(type String::Format(
               "SELECT status FROM PeriodClose WHERE period = '{0}' ORDER BY id DESC LIMIT 1;", sqlQuote(period))) to hits.
           if hits <> null and hits::Count > 0 and hits[0]::Trim()::ToLower() = "closed"
               move true to ret
           end-if.
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
      * Month-end close: runs the month's reconciliation, shows it, and
      * marks the period closed so the numbers that went to the bookkeeper
      * stay the numbers that went to the bookkeeper.
           77 spendSum       type Double value 0.
           77 worthSum       type Double value 0.
           77 refundSum      type Double value 0.
           77 cardSum        type Double value 0.
           77 variance       type Double value 0.
           77 ex             type Exception.
       procedure division.
               move type Convert::ToDouble(db::showAsList(type String::Format("SELECT COALESCE(SUM(price),0) FROM Spendings WHERE {0}{1};", dclause, voidExclusion("Spendings")))[0]) to spendSum
               move type Convert::ToDouble(db::showAsList(type String::Format("SELECT COALESCE(SUM(worth),0) FROM Inventory WHERE {0}{1};", dclause, voidExclusion("Inventory")))[0]) to worthSum
               move type Convert::ToDouble(db::showAsList(type String::Format("SELECT COALESCE(SUM(amount),0) FROM Refunds WHERE {0}{1};", dclause, voidExclusion("Refunds")))[0]) to refundSum
               move type Convert::ToDouble(db::showAsList(type String::Format("SELECT COALESCE(SUM(grossSales),0) FROM CardSettle WHERE {0};", dclause))[0]) to cardSum
           catch ex
               display "| <ERROR: Could not reconcile the period -- close cancelled.>"
               goback
           end-try.
           compute variance = (cashSum + cardSum + refundSum) - (worthSum - spendSum).

           display "     _________________________________".
           display type String::Format("    / Close-out for {0}", period).
           display type String::Format("    / Cash Collected:     {0}", cashSum::ToString("C")).
           display type String::Format("    / Card Sales (gross): {0}", cardSum::ToString("C")).
           display type String::Format("    / Inventory Worth:    {0}", worthSum::ToString("C")).
           display type String::Format("    / Spendings:          {0}", spendSum::ToString("C")).
           display type String::Format("    / Refunds Paid:       {0}", refundSum::ToString("C")).
           invoke auditLogReport("VoidLog", "voidDate", false).
           goback.
       end method.
      * ////////////////////////////////////////////////////////////////////////////// auditIntegrity
      * The integrity scan's open problems, worst first. A supervisor
      * clears one once it has been put right (or judged harmless), or
      * clears in one go everything the latest scan no longer found.
      * Cleared rows stay on file with who cleared them and when.
       method-id auditIntegrity final public.
       local-storage section.
           77 raw               type String.
           77 tabl              type System.Data.DataTable.
           77 indx              type Int32.
           77 lastScan          type String.
           77 ex                type Exception.
       procedure division.
           invoke type Console::Clear().
           move db::showAsTable("SELECT id, severity, checkCode, detail, firstSeen, lastSeen FROM IntegrityExceptions WHERE clearedDate IS NULL ORDER BY FIELD(severity, 'HIGH', 'MEDIUM', 'LOW'), id;") to tabl.
           if tabl = null or tabl::Rows::Count = 0
               display "No open integrity exceptions."
               goback
           end-if.
           move db::getEl("IntegrityExceptions", "COALESCE(DATE_FORMAT(MAX(lastSeen), '%Y-%m-%d %H:%i:%s'), '')", "1 = 1") to lastScan.
           display "Last scan: " & lastScan.
           perform varying indx from 0 by 1 until indx >= tabl::Rows::Count
               display "__________________________________________________"
               display type String::Format("#{0}  {1,-6} {2}  first seen {3}, last seen {4}",
                                           tabl::Rows[indx][0]::ToString(),
                                           tabl::Rows[indx][1]::ToString(),
                                           tabl::Rows[indx][2]::ToString(),
                                           type Convert::ToDateTime(tabl::Rows[indx][4]::ToString())::ToString("yyyy-MM-dd"),
                                           type Convert::ToDateTime(tabl::Rows[indx][5]::ToString())::ToString("yyyy-MM-dd HH:mm"))
               display "  " tabl::Rows[indx][3]::ToString()
           end-perform.
           display "".
           if isSupervisor() = false
               goback
           end-if.
           try
               display "Exception ID to clear, (s) to clear all the last scan no longer found, blank to leave: " no advancing.
               accept raw.
               move raw::Trim()::ToLower() to raw.
               if raw::Length = 0
                   goback
               end-if.
               if raw = "s"
                   if db::runQuery(type String::Format(
                           "UPDATE IntegrityExceptions SET clearedDate = NOW(), clearedBy = '{0}' WHERE clearedDate IS NULL AND lastSeen < '{1}';",
                           sqlQuote(curOperator), lastScan)) = true
                       display "Cleared everything the last scan no longer found."
                   end-if
                   goback
               end-if.
               move type Convert::ToInt32(raw) to indx.
               if db::getEl("IntegrityExceptions", "COUNT(*)", "clearedDate IS NULL AND id = " & indx::ToString()) <> "1"
                   display "| <ERROR: Not an open exception ID.>"
                   goback
               end-if.
               if db::runQuery(type String::Format(
                       "UPDATE IntegrityExceptions SET clearedDate = NOW(), clearedBy = '{0}' WHERE id = {1};",
                       sqlQuote(curOperator), indx)) = true
                   display "Exception " & indx::ToString() & " cleared. If the problem is still there the next scan opens it again."
               end-if
           catch ex
               display "| <ERROR: Invalid Input Try Again.>"
           end-try.
           goback.
       end method.
      * ////////////////////////////////////////////////////////////////////////////// auditLogins
      * Login history, newest first, then an optional "who was signed in"
      * lookup: either at a typed date/time, or at the moment a given
      * record was voided (VoidLog gives the time). A session that was
      * never signed out is treated as running for a day at most, so one
      * killed terminal doesn't show up against every later void.
       method-id auditLogins final public.
       local-storage section.
           77 raw               type String.
           77 ofilter           type String value "".
           77 dfilter           type String.
           77 tbl               type String.
           77 atTime            type DateTime.
           77 atText            type String.
           77 tabl              type System.Data.DataTable.
           77 indx              type Int32.
           77 voidBy            type String.
           77 ex                type Exception.
       procedure division.
           invoke type Console::Clear().
           display "Operator to filter by, blank for all: " no advancing.
           accept raw.
           if raw::Trim()::Length > 0
               move type String::Format(" AND operator = '{0}'", sqlQuote(raw::Trim())) to ofilter
           end-if.
           move promptDateFilter() to dfilter.
           move dfilter::Replace("YEAR(date)", "YEAR(loginDate)") to dfilter.
           move dfilter::Replace("date BETWEEN", "loginDate BETWEEN") to dfilter.
           move db::showAsTable(type String::Format(
               "SELECT loginDate, logoutDate, operator, terminal, machineID, result FROM LoginHistory WHERE {0}{1} ORDER BY loginDate DESC;",
               dfilter, ofilter)) to tabl.
           if tabl = null or tabl::Rows::Count = 0
               display "No logins for this filter."
           else
               display " ___________________________________________________________________________________________"
               display "| SIGNED IN        | SIGNED OUT       | OPERATOR        | TERMINAL        | MACH | RESULT   |"
               display "|-------------------------------------------------------------------------------------------|"
               perform varying indx from 0 by 1 until indx >= tabl::Rows::Count
                   move "" to atText
                   if tabl::Rows[indx][1]::ToString()::Length > 0
                       move type Convert::ToDateTime(tabl::Rows[indx][1]::ToString())::ToString("yyyy-MM-dd HH:mm") to atText
                   end-if
                   display type String::Format("| {0,-16} | {1,-16} | {2,-15} | {3,-15} | {4,4} | {5,-8} |",
                                               type Convert::ToDateTime(tabl::Rows[indx][0]::ToString())::ToString("yyyy-MM-dd HH:mm"),
                                               atText,
                                               tabl::Rows[indx][2]::ToString(),
                                               tabl::Rows[indx][3]::ToString(),
                                               tabl::Rows[indx][4]::ToString(),
                                               tabl::Rows[indx][5]::ToString())
               end-perform
               invoke exportTableToCsv(tabl, "loginhistory")
           end-if.

           display "".
           display "Who was signed in -- voided record ID, a date/time (yyyy-MM-dd HH:mm), or blank to finish: " no advancing.
           accept raw.
           move raw::Trim() to raw.
           if raw::Length = 0
               goback
           end-if.
           if isNumeric(raw) = true
               display "Table the record was voided from, blank for CashOut: " no advancing
               accept tbl
               move tbl::Trim() to tbl
               if tbl::Length = 0
                   move "CashOut" to tbl
               end-if
               move db::getEl("VoidLog", "MAX(voidDate)", type String::Format(
                   "tableName = '{0}' AND origId = {1}", sqlQuote(tbl), raw)) to atText
               if atText = null or atText::Length = 0
                   display "No void on file for " & tbl & " #" & raw & "."
                   goback
               end-if
               move type Convert::ToDateTime(atText) to atTime
               move db::getEl("VoidLog", "COALESCE(operator, '')", type String::Format(
                   "tableName = '{0}' AND origId = {1} ORDER BY voidDate DESC LIMIT 1", sqlQuote(tbl), raw)) to voidBy
               display tbl & " #" & raw & " was voided " & atTime::ToString("yyyy-MM-dd HH:mm:ss") & " by " & voidBy & "."
           else
               try
                   move type Convert::ToDateTime(raw) to atTime
               catch ex
                   display "<ERROR: Not a record ID or a date/time.>"
                   goback
               end-try
           end-if.

           move atTime::ToString("yyyy-MM-dd HH:mm:ss") to atText.
           move db::showAsTable(type String::Format(
               "SELECT loginDate, logoutDate, operator, terminal, machineID FROM LoginHistory WHERE result IN ('OK', 'NOACCTS') AND loginDate <= '{0}' AND (logoutDate >= '{0}' OR (logoutDate IS NULL AND loginDate >= DATE_SUB('{0}', INTERVAL 1 DAY))) ORDER BY loginDate;",
               atText)) to tabl.
           if tabl = null or tabl::Rows::Count = 0
               display "Nobody was signed in at " & atText & "."
               goback
           end-if.
           display "Signed in at " & atText & ":".
           perform varying indx from 0 by 1 until indx >= tabl::Rows::Count
               display type String::Format("  {0,-15} on {1,-15} machine {2,4}  since {3}",
                                           tabl::Rows[indx][2]::ToString(),
                                           tabl::Rows[indx][3]::ToString(),
                                           tabl::Rows[indx][4]::ToString(),
                                           type Convert::ToDateTime(tabl::Rows[indx][0]::ToString())::ToString("yyyy-MM-dd HH:mm"))
           end-perform.
           goback.
       end method.
      * ///////////////////////////////////////////////////////////////////////////////////////////////////////////
       method-id auditCorrections final public.
       procedure division.
