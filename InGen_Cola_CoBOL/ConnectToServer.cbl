                       move strStr & "," to strStr
                   end-if
      * string values line up with the leading entries of the column
      * list -- a password column gets stars, never the keyed value,
      * and neither does its hash
                   if i < coln::Count and (coln[i]::ToLower() = "password" or coln[i]::ToLower() = "pwhash")
                       move strStr & csvQuote("****") to strStr
                   else
                       move strStr & csvQuote(strin[i]) to strStr
           if runQuery("CREATE TABLE IF NOT EXISTS OutageLog (id INT AUTO_INCREMENT PRIMARY KEY, operator VARCHAR(64) NULL, machineID INT NOT NULL, reason VARCHAR(255) NULL, downDate DATETIME NOT NULL, upDate DATETIME NULL);") = false
               add 1 to failed
           end-if.
           if runQuery("CREATE TABLE IF NOT EXISTS GlExportLog (id INT AUTO_INCREMENT PRIMARY KEY, period VARCHAR(7) NOT NULL, kind VARCHAR(6) NOT NULL, drTotal DOUBLE NOT NULL DEFAULT 0, crTotal DOUBLE NOT NULL DEFAULT 0, fname VARCHAR(128) NULL, maxCashOutId INT NOT NULL DEFAULT 0, maxSpendId INT NOT NULL DEFAULT 0, maxInvId INT NOT NULL DEFAULT 0, maxRefundId INT NOT NULL DEFAULT 0, maxCardId INT NOT NULL DEFAULT 0, operator VARCHAR(64) NULL, date DATETIME NOT NULL);") = false
               add 1 to failed
           end-if.
      * one row per slot per DEX audit read -- vendCount/cashTotal are the
      * machine's own since-new counters, vends/cashIn the movement since
      * the slot's previous read; date is when the machine took the read
           if runQuery("CREATE TABLE IF NOT EXISTS DexReads (id INT AUTO_INCREMENT PRIMARY KEY, operator VARCHAR(64) NULL, fileName VARCHAR(128) NULL, slotCode VARCHAR(8) NOT NULL, cashTotal DOUBLE NOT NULL DEFAULT 0, cashIn DOUBLE NOT NULL DEFAULT 0, machineID INT NOT NULL, sodaID INT NOT NULL, vendCount INT NOT NULL DEFAULT 0, vends INT NOT NULL DEFAULT 0, date DATETIME NOT NULL, importDate DATETIME NOT NULL);") = false
               add 1 to failed
           end-if.
      * one row per machine per settlement day from the card processor --
      * gross is what the readers sold, fees what the processor kept, net
      * what lands in the bank on depositDate; bankAmount/bankDate are
      * stamped by the bank match the same way CashOut's are
           if runQuery("CREATE TABLE IF NOT EXISTS CardSettle (id INT AUTO_INCREMENT PRIMARY KEY, operator VARCHAR(64) NULL, fileName VARCHAR(128) NULL, batchRef VARCHAR(32) NULL, grossSales DOUBLE NOT NULL DEFAULT 0, fees DOUBLE NOT NULL DEFAULT 0, netDeposit DOUBLE NOT NULL DEFAULT 0, bankAmount DOUBLE NULL, machineID INT NOT NULL, date DATETIME NOT NULL, depositDate DATETIME NULL, bankDate DATETIME NULL, importDate DATETIME NOT NULL);") = false
               add 1 to failed
           end-if.
      * places stock sits before it is in a machine -- the stockroom
      * and each truck. Machines are not listed here; a move into one
      * is addressed by its machine number
           if runQuery("CREATE TABLE IF NOT EXISTS StockLocations (locID INT AUTO_INCREMENT PRIMARY KEY, locCode VARCHAR(8) NOT NULL, locType VARCHAR(10) NOT NULL DEFAULT 'TRUCK', locName VARCHAR(64) NULL, active INT NOT NULL DEFAULT 1);") = false
               add 1 to failed
           end-if.
      * every movement of cans between locations: fromLoc blank is a
      * receipt off a vendor truck, a numeric toLoc is a load into that
      * machine (the load also posts its Inventory row). caseCost rides
      * along so the cans carry what was paid for them wherever they go
           if runQuery("CREATE TABLE IF NOT EXISTS StockMoves (id INT AUTO_INCREMENT PRIMARY KEY, operator VARCHAR(64) NULL, sodaID INT NOT NULL, cancount INT NOT NULL, caseCost DOUBLE NOT NULL DEFAULT 0, fromLoc VARCHAR(8) NULL, toLoc VARCHAR(8) NULL, poID INT NULL, date DATETIME NOT NULL, bestBy DATETIME NULL, lotCode VARCHAR(24) NULL);") = false
               add 1 to failed
           end-if.
      * one row per vendor bill, tied to the PO it bills for. status is OPEN
      * (matched, payable), HOLD (failed the match -- holdReason says why)
      * or PAID; cases/casePrice are what the bill claims
           if runQuery("CREATE TABLE IF NOT EXISTS VendorInvoices (id INT AUTO_INCREMENT PRIMARY KEY, operator VARCHAR(64) NULL, invoiceNo VARCHAR(32) NOT NULL, status VARCHAR(8) NOT NULL DEFAULT 'OPEN', holdReason VARCHAR(255) NULL, checkNo VARCHAR(24) NULL, casePrice DOUBLE NOT NULL DEFAULT 0, amount DOUBLE NOT NULL DEFAULT 0, vendorID INT NOT NULL, poID INT NOT NULL, cases INT NOT NULL DEFAULT 0, invoiceDate DATETIME NOT NULL, dueDate DATETIME NOT NULL, paidDate DATETIME NULL, date DATETIME NOT NULL);") = false
               add 1 to failed
           end-if.
      * month-end FIFO valuation: what was left on the stockroom and truck
      * shelves at the close of each month, by flavor and location, at the
      * cost of the layers still holding it. A re-run of the month replaces
      * its rows
           if runQuery("CREATE TABLE IF NOT EXISTS InvValuation (id INT AUTO_INCREMENT PRIMARY KEY, period VARCHAR(7) NOT NULL, sodaID INT NOT NULL, locCode VARCHAR(8) NOT NULL, cans INT NOT NULL DEFAULT 0, value DOUBLE NOT NULL DEFAULT 0, runDate DATETIME NOT NULL);") = false
               add 1 to failed
           end-if.
      * month-end FIFO cost of goods by flavor -- cans loaded or pulled in
      * the month at the layers they came out of. shortCans is cans that
      * left with no layer under them (costed at the last known cost)
           if runQuery("CREATE TABLE IF NOT EXISTS CogsMonth (id INT AUTO_INCREMENT PRIMARY KEY, period VARCHAR(7) NOT NULL, sodaID INT NOT NULL, cans INT NOT NULL DEFAULT 0, cost DOUBLE NOT NULL DEFAULT 0, shortCans INT NOT NULL DEFAULT 0, runDate DATETIME NOT NULL);") = false
               add 1 to failed
           end-if.
      * the host sites themselves -- name, address, who to call, what they
      * take and which tax jurisdiction the sales fall in. A machine no
      * longer carries its address; it sits at a site for a stretch of dates
           if runQuery("CREATE TABLE IF NOT EXISTS Locations (locationID INT AUTO_INCREMENT PRIMARY KEY, siteName VARCHAR(64) NOT NULL, address VARCHAR(255) NULL, hostContact VARCHAR(64) NULL, hostPhone VARCHAR(32) NULL, commissionRate DOUBLE NOT NULL DEFAULT 0, taxJurisdiction VARCHAR(32) NULL, taxRate DOUBLE NOT NULL DEFAULT 0, active INT NOT NULL DEFAULT 1);") = false
               add 1 to failed
           end-if.
      * which machine sat at which site, from fromDate up to (not including)
      * toDate; the open row (toDate null) is where it sits now. A sale
      * belongs to the site the machine was at on the day it happened
           if runQuery("CREATE TABLE IF NOT EXISTS MachinePlacements (id INT AUTO_INCREMENT PRIMARY KEY, machineID INT NOT NULL, locationID INT NOT NULL, fromDate DATETIME NOT NULL, toDate DATETIME NULL, operator VARCHAR(64) NULL, enteredDate DATETIME NOT NULL);") = false
               add 1 to failed
           end-if.
      * every sign-in attempt, good or bad: who, from which terminal, the
      * machine the session ran against, and how it ended (OK, FAILED,
      * LOCKED, EXPIRED). logoutDate stays null on a session that never
      * signed out cleanly
           if runQuery("CREATE TABLE IF NOT EXISTS LoginHistory (id INT AUTO_INCREMENT PRIMARY KEY, operator VARCHAR(64) NULL, terminal VARCHAR(64) NULL, machineID INT NULL, result VARCHAR(12) NOT NULL, loginDate DATETIME NOT NULL, logoutDate DATETIME NULL);") = false
               add 1 to failed
           end-if.
      * one row per alert mailed out, keyed by what it was about (a machine
      * and day, a PO, a failed run ...) so a repeat run of the alert job
      * does not mail the same news twice
           if runQuery("CREATE TABLE IF NOT EXISTS AlertLog (id INT AUTO_INCREMENT PRIMARY KEY, alertKey VARCHAR(64) NOT NULL, detail VARCHAR(255) NULL, sentTo VARCHAR(255) NULL, sentDate DATETIME NOT NULL);") = false
               add 1 to failed
           end-if.
      * problems the nightly integrity scan found: one open row per problem
      * (checkCode + refKey), lastSeen restamped by every scan that still
      * finds it, and open until someone clears it from the Audit menu
           if runQuery("CREATE TABLE IF NOT EXISTS IntegrityExceptions (id INT AUTO_INCREMENT PRIMARY KEY, checkCode VARCHAR(16) NOT NULL, severity VARCHAR(8) NOT NULL, tableName VARCHAR(32) NULL, refKey VARCHAR(64) NOT NULL, detail VARCHAR(255) NULL, firstSeen DATETIME NOT NULL, lastSeen DATETIME NOT NULL, clearedDate DATETIME NULL, clearedBy VARCHAR(64) NULL);") = false
               add 1 to failed
           end-if.
      * the owners' monthly budget: one amount per month and line -- SALES
      * for revenue, or a SpendCategories catCode -- and machine (0 for the
      * whole route). The budget-vs-actual report adds machine rows together
           if runQuery("CREATE TABLE IF NOT EXISTS Budget (id INT AUTO_INCREMENT PRIMARY KEY, period VARCHAR(7) NOT NULL, lineCode VARCHAR(16) NOT NULL, machineID INT NOT NULL DEFAULT 0, amount DOUBLE NOT NULL DEFAULT 0, operator VARCHAR(64) NULL, date DATETIME NOT NULL);") = false
               add 1 to failed
           end-if.
      * fixed asset register: what a machine cost, when it went into
      * service, its life in months, salvage and method (SL straight line,
      * DDB double declining). disposedDate/proceeds/gainLoss are filled in
      * when a retired machine is sold or scrapped
           if runQuery("CREATE TABLE IF NOT EXISTS FixedAssets (assetID INT AUTO_INCREMENT PRIMARY KEY, machineID INT NOT NULL, description VARCHAR(64) NULL, cost DOUBLE NOT NULL DEFAULT 0, inService DATETIME NOT NULL, lifeMonths INT NOT NULL, salvage DOUBLE NOT NULL DEFAULT 0, method VARCHAR(8) NOT NULL DEFAULT 'SL', disposedDate DATETIME NULL, proceeds DOUBLE NULL, gainLoss DOUBLE NULL, operator VARCHAR(64) NULL, date DATETIME NOT NULL);") = false
               add 1 to failed
           end-if.
      * one row per asset per month the depreciation run posted: the month's
      * charge, accumulated to date and the book value left after it
           if runQuery("CREATE TABLE IF NOT EXISTS Depreciation (id INT AUTO_INCREMENT PRIMARY KEY, assetID INT NOT NULL, machineID INT NOT NULL, period VARCHAR(7) NOT NULL, amount DOUBLE NOT NULL DEFAULT 0, accumulated DOUBLE NOT NULL DEFAULT 0, bookValue DOUBLE NOT NULL DEFAULT 0, runDate DATETIME NOT NULL);") = false
               add 1 to failed
           end-if.
      * preventive maintenance plan: one row per task per machine, due every
      * intervalDays days and/or every intervalVends vends (0 = not used),
      * counted from lastDone -- or from when the task was set up, until the
      * first visit
           if runQuery("CREATE TABLE IF NOT EXISTS PmTasks (taskID INT AUTO_INCREMENT PRIMARY KEY, machineID INT NOT NULL, taskName VARCHAR(64) NOT NULL, intervalDays INT NOT NULL DEFAULT 0, intervalVends INT NOT NULL DEFAULT 0, lastDone DATETIME NULL, active INT NOT NULL DEFAULT 1, operator VARCHAR(64) NULL, date DATETIME NOT NULL);") = false
               add 1 to failed
           end-if.
      * customer complaint tickets from the number on the machine: problemType
      * is one of MONEY (kept the money), NOVEND, WRONG (wrong product),
      * EMPTY, WARM, OTHER; status OPEN or CLOSED. Refunds and ServiceLog rows
      * point back with ticketID
           if runQuery("CREATE TABLE IF NOT EXISTS Complaints (ticketID INT AUTO_INCREMENT PRIMARY KEY, machineID INT NOT NULL, callerName VARCHAR(64) NULL, callerContact VARCHAR(64) NULL, problemType VARCHAR(8) NOT NULL, description VARCHAR(255) NULL, status VARCHAR(8) NOT NULL DEFAULT 'OPEN', openedDate DATETIME NOT NULL, closedDate DATETIME NULL, resolution VARCHAR(255) NULL, operator VARCHAR(64) NULL, closedBy VARCHAR(64) NULL);") = false
               add 1 to failed
           end-if.
      * promotion campaigns: a flavor sold at promoPrice (a case price, in the
      * same terms as Sodas.stdPrice) from startDate through endDate inclusive
      * on the machines listed in PromoMachines -- machineID 0 there means the
      * whole route
           if runQuery("CREATE TABLE IF NOT EXISTS Promotions (promoID INT AUTO_INCREMENT PRIMARY KEY, promoName VARCHAR(64) NOT NULL, sodaID INT NOT NULL, startDate DATE NOT NULL, endDate DATE NOT NULL, promoPrice DOUBLE NOT NULL DEFAULT 0, operator VARCHAR(64) NULL, date DATETIME NOT NULL);") = false
               add 1 to failed
           end-if.
      * the machines each promotion runs on
           if runQuery("CREATE TABLE IF NOT EXISTS PromoMachines (id INT AUTO_INCREMENT PRIMARY KEY, promoID INT NOT NULL, machineID INT NOT NULL);") = false
               add 1 to failed
           end-if.
      * change fund: the bank of coin each machine's changer should carry
      * (parAmount), set from the Maint float screen
           if runQuery("CREATE TABLE IF NOT EXISTS MachineFloats (machineID INT PRIMARY KEY, parAmount DOUBLE NOT NULL DEFAULT 0, operator VARCHAR(64) NULL, date DATETIME NOT NULL);") = false
               add 1 to failed
           end-if.
      * change fund movements: ISSUE (office safe to a driver), RETURN (driver
      * back to the safe), LOAD (into a machine's changer), PULL (out of it)
      * and COUNT (what a changer -- or, with machineID 0, a driver -- was
      * found holding). viaBag = 1 marks a load taken out of the cashout bag or
      * a pull put into it, which the cashout nets out of Ernings (cashoutID
      * points at it); otherwise the driver's own float is the other side
           if runQuery("CREATE TABLE IF NOT EXISTS FloatMoves (id INT AUTO_INCREMENT PRIMARY KEY, moveType VARCHAR(8) NOT NULL, machineID INT NOT NULL DEFAULT 0, driver VARCHAR(64) NULL, viaBag INT NOT NULL DEFAULT 0, amount DOUBLE NOT NULL DEFAULT 0, cashoutID INT NULL, operator VARCHAR(64) NULL, date DATETIME NOT NULL);") = false
               add 1 to failed
           end-if.
      * host payees: who the commission checks legally go to, for the year-end
      * 1099s -- legal name (and DBA), TIN as 9 digits with its type (SSN or
      * EIN), mailing address, and whether the payee gets a 1099 at all (a
      * corporation does not). Machines.payeeID links the machines a payee is
      * paid on; CommissionPay.payeeID keeps who each check actually went to
           if runQuery("CREATE TABLE IF NOT EXISTS Payees (payeeID INT AUTO_INCREMENT PRIMARY KEY, payeeName VARCHAR(64) NOT NULL, dbaName VARCHAR(64) NULL, tinType VARCHAR(3) NULL, tin VARCHAR(9) NULL, address VARCHAR(128) NULL, city VARCHAR(64) NULL, state VARCHAR(2) NULL, zip VARCHAR(10) NULL, is1099 INT NOT NULL DEFAULT 1, active INT NOT NULL DEFAULT 1, operator VARCHAR(64) NULL, date DATETIME NOT NULL);") = false
               add 1 to failed
           end-if.
      * route vans: van number painted on the side, plate, the day it went
      * into service and the odometer it came to us with. MileageLog is the
      * driver's start/end odometer for each run, with the route driven
      * (NULL for an off-route trip -- the bottler, the bank); any gap
      * between one run's end and the next run's start is miles the van
      * was not on company business
           if runQuery("CREATE TABLE IF NOT EXISTS Vehicles (vehicleID INT AUTO_INCREMENT PRIMARY KEY, vanNumber VARCHAR(8) NOT NULL, plate VARCHAR(16) NOT NULL, description VARCHAR(64) NULL, inService DATETIME NOT NULL, startOdo INT NOT NULL DEFAULT 0, active INT NOT NULL DEFAULT 1, operator VARCHAR(64) NULL, date DATETIME NOT NULL);") = false
               add 1 to failed
           end-if.
           if runQuery("CREATE TABLE IF NOT EXISTS MileageLog (id INT AUTO_INCREMENT PRIMARY KEY, vehicleID INT NOT NULL, routeCode VARCHAR(8) NULL, driver VARCHAR(64) NULL, startOdo INT NOT NULL, endOdo INT NOT NULL, date DATE NOT NULL, operator VARCHAR(64) NULL, enteredDate DATETIME NOT NULL);") = false
               add 1 to failed
           end-if.
      * van upkeep on the odometer -- oil every so many miles, tires every
      * so many more. lastOdo is the reading it was last done at (the
      * reading at set-up when it never has been); VehicleServiceLog keeps
      * each time it was done
           if runQuery("CREATE TABLE IF NOT EXISTS VehicleService (taskID INT AUTO_INCREMENT PRIMARY KEY, vehicleID INT NOT NULL, taskName VARCHAR(64) NOT NULL, intervalMiles INT NOT NULL, lastOdo INT NOT NULL DEFAULT 0, lastDone DATETIME NULL, active INT NOT NULL DEFAULT 1, operator VARCHAR(64) NULL, date DATETIME NOT NULL);") = false
               add 1 to failed
           end-if.
           if runQuery("CREATE TABLE IF NOT EXISTS VehicleServiceLog (id INT AUTO_INCREMENT PRIMARY KEY, taskID INT NOT NULL, vehicleID INT NOT NULL, odometer INT NOT NULL, cost DOUBLE NOT NULL DEFAULT 0, notes VARCHAR(255) NULL, operator VARCHAR(64) NULL, date DATETIME NOT NULL);") = false
               add 1 to failed
           end-if.
      * one row per line of a handheld route-day file as it is posted or
      * turned away -- the highest lineNo for a file (fileName and its
      * first route day) is where a rerun of that file picks up
           if runQuery("CREATE TABLE IF NOT EXISTS RouteDayLines (id INT AUTO_INCREMENT PRIMARY KEY, fileName VARCHAR(128) NOT NULL, fileDay DATE NOT NULL, lineNo INT NOT NULL, recType VARCHAR(8) NULL, machineID INT NULL, driver VARCHAR(64) NULL, status VARCHAR(8) NOT NULL, reason VARCHAR(255) NULL, lineText VARCHAR(255) NULL, operator VARCHAR(64) NULL, date DATETIME NOT NULL);") = false
               add 1 to failed
           end-if.
      * columns this program added to tables that predate it -- CREATE
           if ensureColumn("Spendings", "category", "category VARCHAR(16) NOT NULL DEFAULT 'PRODUCT'") = false
               add 1 to failed
           end-if.
           if ensureColumn("GlExportLog", "maxCardId", "maxCardId INT NOT NULL DEFAULT 0") = false
               add 1 to failed
           end-if.
           if ensureColumn("Inventory", "lotCode", "lotCode VARCHAR(24) NULL") = false
               add 1 to failed
           end-if.
           if ensureColumn("WriteOffs", "lotCode", "lotCode VARCHAR(24) NULL") = false
               add 1 to failed
           end-if.
      * the stock location a load came off -- null for a case received
      * straight into the machine, which the month-end costing has to
      * tell apart from a load it already costed out of a layer
           if ensureColumn("Inventory", "fromLoc", "fromLoc VARCHAR(8) NULL") = false
               add 1 to failed
           end-if.
      * the salted password hash replaces the plain-text password column
      * (left in place but blanked -- see hashLegacyPasswords), plus the
      * failed-attempt count, lock flag and password age for the lockout
      * and expiry rules
           if ensureColumn("Operators", "pwHash", "pwHash VARCHAR(128) NULL") = false
               add 1 to failed
           end-if.
           if ensureColumn("Operators", "failCount", "failCount INT NOT NULL DEFAULT 0") = false
               add 1 to failed
           end-if.
           if ensureColumn("Operators", "locked", "locked INT NOT NULL DEFAULT 0") = false
               add 1 to failed
           end-if.
           if ensureColumn("Operators", "mustChange", "mustChange INT NOT NULL DEFAULT 0") = false
               add 1 to failed
           end-if.
           if ensureColumn("Operators", "pwChanged", "pwChanged DATETIME NULL") = false
               add 1 to failed
           end-if.
      * who a scheduled report's CSV is mailed to: a list name out of
      * mail.cfg or plain addresses, blank for nobody
           if ensureColumn("ReportSchedule", "mailTo", "mailTo VARCHAR(255) NULL") = false
               add 1 to failed
           end-if.
      * a flavor that is no longer stocked; planogram slots still pointing
      * at one show up on the integrity scan
           if ensureColumn("Sodas", "active", "active INT NOT NULL DEFAULT 1") = false
               add 1 to failed
           end-if.
      * the PmTasks task a service visit completed; NULL for a repair
      * visit, which is what the breakdown comparison counts
           if ensureColumn("ServiceLog", "pmTaskID", "pmTaskID INT NULL") = false
               add 1 to failed
           end-if.
      * the complaint ticket a refund or a service visit answered, NULL
      * when there was no call
           if ensureColumn("Refunds", "ticketID", "ticketID INT NULL") = false
               add 1 to failed
           end-if.
           if ensureColumn("ServiceLog", "ticketID", "ticketID INT NULL") = false
               add 1 to failed
           end-if.
      * change fund coin that went into (plus) or came out of (minus) the
      * bag at a cashout -- the bag deposited is Ernings + floatNet, so
      * Ernings stays sales
           if ensureColumn("CashOut", "floatNet", "floatNet DOUBLE NOT NULL DEFAULT 0") = false
               add 1 to failed
           end-if.
      * the host payee a machine's commission is paid to, and the payee a
      * commission check was written to (NULL on checks from before the
      * payee master -- the 1099 run falls back to the machine's payee)
           if ensureColumn("Machines", "payeeID", "payeeID INT NULL") = false
               add 1 to failed
           end-if.
           if ensureColumn("CommissionPay", "payeeID", "payeeID INT NULL") = false
               add 1 to failed
           end-if.
      * the van a fuel fill-up (or any van cost) was for, NULL for spend
      * that is not a vehicle's
           if ensureColumn("Spendings", "vehicleID", "vehicleID INT NULL") = false
               add 1 to failed
           end-if.
      * year-end archive shadows -- LIKE keeps the primary keys, which is
      * what lets the close batch copy with INSERT IGNORE: a re-run of a
      * half-finished year fills in only what is missing instead of
           if ensureColumn("Spendings_Archive", "category", "category VARCHAR(16) NOT NULL DEFAULT 'PRODUCT'") = false
               add 1 to failed
           end-if.
           if ensureColumn("Inventory_Archive", "lotCode", "lotCode VARCHAR(24) NULL") = false
               add 1 to failed
           end-if.
           if ensureColumn("Inventory_Archive", "fromLoc", "fromLoc VARCHAR(8) NULL") = false
               add 1 to failed
           end-if.
           if ensureColumn("Refunds_Archive", "ticketID", "ticketID INT NULL") = false
               add 1 to failed
           end-if.
           if ensureColumn("CashOut_Archive", "floatNet", "floatNet DOUBLE NOT NULL DEFAULT 0") = false
               add 1 to failed
           end-if.
           if ensureColumn("Spendings_Archive", "vehicleID", "vehicleID INT NULL") = false
               add 1 to failed
           end-if.
       ddl-done.
       end method.
      * ////////////////////////////////////////////////////////////////////////////////////////////////////
               move true to ret
               goback
           end-if.
           if checkTable("Sodas", "SodaID,SodaName,Note,stdPrice,crv,caseCount,parLevel,vendorID,active") = false
               move false to allOk
           end-if.
           if checkTable("Inventory", "id,operator,Price,crv,worth,net,sodaID,cancount,machineID,date,bestBy,lotCode,fromLoc") = false
               move false to allOk
           end-if.
           if checkTable("CashOut", "id,operator,Ernings,coinTotal,billTotal,qtrCount,dimeCount,nickelCount,oneCount,fiveCount,tenCount,twentyCount,machineID,date,bankDate,bankAmount,meterRead,floatNet") = false
               move false to allOk
           end-if.
           if checkTable("Spendings", "id,operator,price,category,machineID,date,vehicleID") = false
               move false to allOk
           end-if.
           if checkTable("VoidLog", "id,tableName,reason,operator,origId,voidDate") = false
           if checkTable("CorrectionLog", "id,tableName,reason,operator,oldValues,origId,correctionDate") = false
               move false to allOk
           end-if.
           if checkTable("Operators", "operatorID,operatorName,password,role,active,pwHash,failCount,locked,mustChange,pwChanged") = false
               move false to allOk
           end-if.
           if checkTable("Vendors", "vendorID,vendorName,contact,phone,acctNumber,active") = false
               move false to allOk
           end-if.
           if checkTable("Machines", "machineID,location,installDate,active,commissionRate,taxRate,payeeID") = false
               move false to allOk
           end-if.
           if checkTable("PurchaseOrders", "id,operator,status,sodaID,vendorID,cases,casesReceived,machineID,createdDate,expectedDate,receivedDate") = false
               move false to allOk
           end-if.
           if checkTable("ServiceLog", "id,operator,problem,action,cost,machineID,date,pmTaskID,ticketID") = false
               move false to allOk
           end-if.
           if checkTable("PriceHistory", "id,sodaID,stdPrice,crv,effectiveDate,operator") = false
               move false to allOk
           end-if.
           if checkTable("Refunds", "id,operator,amount,reason,machineID,date,ticketID") = false
               move false to allOk
           end-if.
           if checkTable("PeriodClose", "id,period,status,operator,date") = false
           if checkTable("Planogram", "id,machineID,slotCode,sodaID,capacity") = false
               move false to allOk
           end-if.
           if checkTable("ReportSchedule", "id,reportName,param,frequency,machineID,active,mailTo") = false
               move false to allOk
           end-if.
           if checkTable("ReportRunLog", "id,scheduleID,reportName,runFor,rc,csvFile,runDate") = false
           if checkTable("RouteStops", "id,routeID,machineID,stopSeq") = false
               move false to allOk
           end-if.
           if checkTable("WriteOffs", "id,operator,sodaID,machineID,cancount,reason,lotDate,date,lotCode") = false
               move false to allOk
           end-if.
           if checkTable("StockAdjust", "id,operator,sodaID,machineID,cancount,reason,date") = false
           if checkTable("CostCatalog", "id,sodaID,vendorID,casePrice,effectiveDate,operator") = false
               move false to allOk
           end-if.
           if checkTable("CommissionPay", "id,operator,machineID,amount,checkNo,date,payeeID") = false
               move false to allOk
           end-if.
           if checkTable("GlExportLog", "id,period,kind,drTotal,crTotal,fname,maxCashOutId,maxSpendId,maxInvId,maxRefundId,maxCardId,operator,date") = false
               move false to allOk
           end-if.
           if checkTable("SpendCategories", "id,catCode,catName,acctNumber") = false
           if checkTable("OutageLog", "id,operator,machineID,reason,downDate,upDate") = false
               move false to allOk
           end-if.
           if checkTable("DexReads", "id,operator,fileName,slotCode,cashTotal,cashIn,machineID,sodaID,vendCount,vends,date,importDate") = false
               move false to allOk
           end-if.
           if checkTable("CardSettle", "id,operator,fileName,batchRef,grossSales,fees,netDeposit,bankAmount,machineID,date,depositDate,bankDate,importDate") = false
               move false to allOk
           end-if.
           if checkTable("StockLocations", "locID,locCode,locType,locName,active") = false
               move false to allOk
           end-if.
           if checkTable("StockMoves", "id,operator,sodaID,cancount,caseCost,fromLoc,toLoc,poID,date,bestBy,lotCode") = false
               move false to allOk
           end-if.
           if checkTable("VendorInvoices", "id,operator,invoiceNo,status,holdReason,checkNo,casePrice,amount,vendorID,poID,cases,invoiceDate,dueDate,paidDate,date") = false
               move false to allOk
           end-if.
           if checkTable("InvValuation", "id,period,sodaID,locCode,cans,value,runDate") = false
               move false to allOk
           end-if.
           if checkTable("CogsMonth", "id,period,sodaID,cans,cost,shortCans,runDate") = false
               move false to allOk
           end-if.
           if checkTable("Locations", "locationID,siteName,address,hostContact,hostPhone,commissionRate,taxJurisdiction,taxRate,active") = false
               move false to allOk
           end-if.
           if checkTable("MachinePlacements", "id,machineID,locationID,fromDate,toDate,operator,enteredDate") = false
               move false to allOk
           end-if.
           if checkTable("LoginHistory", "id,operator,terminal,machineID,result,loginDate,logoutDate") = false
               move false to allOk
           end-if.
           if checkTable("AlertLog", "id,alertKey,detail,sentTo,sentDate") = false
               move false to allOk
           end-if.
           if checkTable("IntegrityExceptions", "id,checkCode,severity,tableName,refKey,detail,firstSeen,lastSeen,clearedDate,clearedBy") = false
               move false to allOk
           end-if.
           if checkTable("Budget", "id,period,lineCode,machineID,amount,operator,date") = false
               move false to allOk
           end-if.
           if checkTable("FixedAssets", "assetID,machineID,description,cost,inService,lifeMonths,salvage,method,disposedDate,proceeds,gainLoss,operator,date") = false
               move false to allOk
           end-if.
           if checkTable("Depreciation", "id,assetID,machineID,period,amount,accumulated,bookValue,runDate") = false
               move false to allOk
           end-if.
           if checkTable("PmTasks", "taskID,machineID,taskName,intervalDays,intervalVends,lastDone,active,operator,date") = false
               move false to allOk
           end-if.
           if checkTable("Complaints", "ticketID,machineID,callerName,callerContact,problemType,description,status,openedDate,closedDate,resolution,operator,closedBy") = false
               move false to allOk
           end-if.
           if checkTable("Promotions", "promoID,promoName,sodaID,startDate,endDate,promoPrice,operator,date") = false
               move false to allOk
           end-if.
           if checkTable("PromoMachines", "id,promoID,machineID") = false
               move false to allOk
           end-if.
           if checkTable("MachineFloats", "machineID,parAmount,operator,date") = false
               move false to allOk
           end-if.
           if checkTable("FloatMoves", "id,moveType,machineID,driver,viaBag,amount,cashoutID,operator,date") = false
               move false to allOk
           end-if.
           if checkTable("Payees", "payeeID,payeeName,dbaName,tinType,tin,address,city,state,zip,is1099,active,operator,date") = false
               move false to allOk
           end-if.
           if checkTable("Vehicles", "vehicleID,vanNumber,plate,description,inService,startOdo,active,operator,date") = false
               move false to allOk
           end-if.
           if checkTable("MileageLog", "id,vehicleID,routeCode,driver,startOdo,endOdo,date,operator,enteredDate") = false
               move false to allOk
           end-if.
           if checkTable("VehicleService", "taskID,vehicleID,taskName,intervalMiles,lastOdo,lastDone,active,operator,date") = false
               move false to allOk
           end-if.
           if checkTable("VehicleServiceLog", "id,taskID,vehicleID,odometer,cost,notes,operator,date") = false
               move false to allOk
           end-if.
           if checkTable("RouteDayLines", "id,fileName,fileDay,lineNo,recType,machineID,driver,status,reason,lineText,operator,date") = false
               move false to allOk
           end-if.
           if allOk = false
               display "Run the program with the 'setup' argument to create the missing tables and columns."
           end-if.
