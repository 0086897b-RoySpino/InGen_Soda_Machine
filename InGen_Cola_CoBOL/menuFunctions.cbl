           goback.
       end method.

       method-id logout final public.
       local-storage section.
       procedure division.
           invoke mact::logout().
           goback.
       end method.

       method-id runBatch final public.
       local-storage section.
       linkage section.
           display "| Waste           Write off pulled product     |".
           display "| Count           Cycle count a machine        |".
           display "| Commpay         Record a commission payment  |".
           display "| Dex             Import DEX audit files       |".
           display "| Card            Import card settlement file  |".
           display "| Transfer        Move stock between locations |".
           display "| Recall          Recall trace and pull by lot |".
           display "| Invoice         Enter a vendor invoice       |".
           display "| Payinv          Mark a vendor invoice paid   |".
           display "| PM              Mark a PM task done          |".
           display "| Complaint       Open a customer complaint    |".
           display "| Ticket          Look up / close a complaint  |".
           display "| Float           Change fund issue/load/count |".
           display "| Miles           Van odometer for a run       |".
           display "| Vansvc          Mark van upkeep done         |".
           display "| Routeday        Import a handheld route day  |".
           display "| CD              Back to Main Menu            |".
           display "|______________________________________________|".
       end method.
           display "| meter           Cash vs. vend meter check    |".
           display "| routesheet      Route-day restock sheet      |".
           display "| trend           Month/year over year trend   |".
           display "| slotsales       Vends and cash by slot (DEX) |".
           display "| stockloc        Stock by location            |".
           display "| apaging         Payables aging by vendor     |".
           display "| pnl             Machine P&L ranked by net    |".
           display "| monthend        Month-end FIFO stock & COGS  |".
           display "| sites           Sales by host site           |".
           display "| budget          Budget vs. actual by line    |".
           display "| depr            Machine depreciation run     |".
           display "| pmdue           PM due list by route day     |".
           display "| pmcompare       Breakdowns: PM kept vs. not  |".
           display "| tickets         Open complaint ticket aging  |".
           display "| repeat          Complaints per 1,000 vends   |".
           display "| lift            Promotion lift and payback   |".
           display "| float           Change fund audit            |".
           display "| 1099            Year-end 1099 run            |".
           display "| mileage         Route miles and fuel cost    |".
           display "| vanyear         Van mileage for taxes        |".
           display "| CD              Back to Main Menu            |".
           display "|______________________________________________|".
       end method.
           display "| routes          Route master / stop order    |".
           display "| backup          Snapshot every table to CSV  |".
           display "| restore         Rebuild database from backup |".
           display "| stockloc        Stockroom and truck list     |".
           display "| sites           Host sites and their terms   |".
           display "| place           Move/swap a machine          |".
           display "| budget          Monthly budget entry / copy  |".
           display "| assets          Machine fixed asset register |".
           display "| pm              Preventive maintenance plans |".
           display "| promo           Promotion campaigns          |".
           display "| float           Change fund par per machine  |".
           display "| payees          Host payees for 1099s        |".
           display "| vans            Vans and their upkeep plans  |".
           display "| CD              Back to Main Menu            |".
           display "|______________________________________________|".
       end method.
           display "|----------------------------------------------|".
           display "| voids           Review the void log          |".
           display "| corrections     Review the correction log    |".
           display "| logins          Sign-in history, who was on  |".
           display "| integrity       Open data integrity problems |".
           display "| CD              Back to Main Menu            |".
           display "|______________________________________________|".
       end method.
           else
               if sel = "corrections" then
                   invoke mact::auditCorrections()
               else
                   if sel = "logins"
                       invoke mact::auditLogins()
                   else
                       if sel = "integrity"
                           invoke mact::auditIntegrity()
           end-if.
           move true to doSubLoop.
       end method.
                                               else
                                                   if sel = "down" then
                                                       invoke mact::newOutage()
                                                   else
                                                       if sel = "dex"
                                                           invoke mact::newDexImport()
                                                       else
                                                           if sel = "card"
                                                               invoke mact::newCardImport()
                                                           else
                                                               if sel = "transfer"
                                                                   invoke mact::newTransfer()
                                                               else
                                                                   if sel = "recall"
                                                                       invoke mact::newRecall()
                                                                   else
                                                                       if sel = "invoice"
                                                                           invoke mact::newVendorInvoice()
                                                                       else
                                                                           if sel = "payinv"
                                                                               invoke mact::payVendorInvoice()
                                                                           else
                                                                               if sel = "pm"
                                                                                   invoke mact::newPmDone()
                                                                               else
                                                                                   if sel = "complaint"
                                                                                       invoke mact::newComplaint()
                                                                                   else
                                                                                       if sel = "ticket"
                                                                                           invoke mact::workTicket()
                                                                                       else
                                                                                           if sel = "float"
                                                                                               invoke mact::newFloat()
                                                                                           else
                                                                                               if sel = "miles"
                                                                                                   invoke mact::newMileage()
                                                                                               else
                                                                                                   if sel = "vansvc"
                                                                                                       invoke mact::newVanService()
                                                                                                   else
                                                                                                       if sel = "routeday"
                                                                                                           invoke mact::newRouteDayImport()
           end-if.
           move true to doSubLoop.
           goback.
                                                                                                                                           if sel = "downtime"
                                                                                                                                               invoke mact::statDowntime()
           end-if.
      * the chain above is nested as deep as it will read -- later
      * selections carry on below in a chain of their own
           if sel = "slotsales"
               invoke mact::statSlotSales()
           else
               if sel = "stockloc"
                   invoke mact::statStockLocations()
               else
                   if sel = "apaging"
                       invoke mact::statApAging()
                   else
                       if sel = "pnl"
                           invoke mact::statMachinePnl()
                       else
                           if sel = "monthend"
                               invoke mact::statMonthEnd()
                           else
                               if sel = "sites"
                                   invoke mact::statLocationSales()
                               else
                                   if sel = "budget"
                                       invoke mact::statBudget()
                                   else
                                       if sel = "depr"
                                           invoke mact::statDepreciation()
                                       else
                                           if sel = "pmdue"
                                               invoke mact::statPmDue()
                                           else
                                               if sel = "pmcompare"
                                                   invoke mact::statPmCompare()
                                               else
                                                   if sel = "tickets"
                                                       invoke mact::statTicketAging()
                                                   else
                                                       if sel = "repeat"
                                                           invoke mact::statRepeatOffenders()
                                                       else
                                                           if sel = "lift"
                                                               invoke mact::statPromoLift()
                                                           else
                                                               if sel = "float"
                                                                   invoke mact::statFloatAudit()
                                                               else
                                                                   if sel = "1099"
                                                                       invoke mact::stat1099()
                                                                   else
                                                                       if sel = "mileage"
                                                                           invoke mact::statRouteMileage()
                                                                       else
                                                                           if sel = "vanyear"
                                                                               invoke mact::statVehicleYear()
           end-if.
           move true to doSubLoop.
       end method.

                                                                                                           else
                                                                                                               if sel = "spendcat"
                                                                                                                   invoke mact::upSpendCategories()
                                                                                                               else
                                                                                                                   if sel = "stockloc"
                                                                                                                       invoke mact::upStockLocations()
                                                                                                                   else
                                                                                                                       if sel = "sites"
                                                                                                                           invoke mact::upLocations()
           end-if.
      * the chain above is nested as deep as it will read -- later
      * selections carry on below in a chain of their own
           if sel = "place"
               invoke mact::newPlacement()
           else
               if sel = "budget"
                   invoke mact::upBudget()
               else
                   if sel = "assets"
                       invoke mact::upAssets()
                   else
                       if sel = "pm"
                           invoke mact::upPmPlans()
                       else
                           if sel = "promo"
                               invoke mact::upPromotions()
                           else
                               if sel = "float"
                                   invoke mact::upFloats()
                               else
                                   if sel = "payees"
                                       invoke mact::upPayees()
                                   else
                                       if sel = "vans"
                                           invoke mact::upVehicles()
           end-if.
           move true to doSubLoop.
       end method.
