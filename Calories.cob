      *    Logfile - shared by the household, so it is opened for
      *    sharing with record-level locks rather than whole-file
      *    locks, and busy opens are retried with a message
      *    The user key (user, then the entry key) lets a
      *    single-user report start at that user's first day
      *    instead of reading the whole household
           SELECT CaloriesLogfile ASSIGN TO "calories.log"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FD-EntryKey
           ALTERNATE RECORD KEY IS FD-UserKey
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS IS WS-CaloriesFileStatus.

      *    Old Logfile - the calories.log layout before the user
      *    key, retained only as the input to the one-time
      *    conversion
           SELECT OldCaloriesLogfile ASSIGN TO "calories.log"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OCL-EntryKey
           FILE STATUS IS WS-OldLogStatus.

      *    Food Master File - the UPC is an alternate key so a
      *    scanned barcode finds the food whatever it was called;
      *    foods without one share the blank UPC
           SELECT FoodMasterfile ASSIGN TO "food.master"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MST-FoodDescription
           ALTERNATE RECORD KEY IS MST-UPCCode WITH DUPLICATES
           FILE STATUS IS WS-FoodFileStatus.

      *    Old Food Master File - the layout before the UPC and
      *    the cost per serving were added, retained only as the
      *    input to the one-time conversion into the current layout
           SELECT OldFoodMasterfile ASSIGN TO "food.master"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OMS-FoodDescription
           FILE STATUS IS WS-OldFoodStatus.

      *    Product Feed File - the supermarket's product nutrition
      *    feed, one comma-delimited product per line
           SELECT ProductFeedFile ASSIGN TO "product.feed"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FeedFileStatus.

      *    Product Feed Reject File
           SELECT FeedRejectFile ASSIGN TO "product.rej"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    Report File (name is variable so batch runs do not clobber
      *    the interactive caloric-report.rpt)
           SELECT CaloricReport ASSIGN TO DYNAMIC WS-ReportFileName
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EXI-EntryKey
           ALTERNATE RECORD KEY IS EXI-UserKey
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC WITH LOCK ON RECORD
           FILE STATUS IS WS-ExIdxFileStatus.

      *    Old Exercise Master File - the exercise.idx layout before
      *    the user key, retained only for the one-time conversion
           SELECT OldExerciseIdxfile ASSIGN TO "exercise.idx"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS OEX-EntryKey
           FILE STATUS IS WS-OldExIdxStatus.

      *    Nutrition Extract File - fixed-layout interchange file
      *    for the clinic wellness program, with header, details
      *    and a control-total trailer
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CloseCtlStatus.

      *    Reopened Day File - one record per closed user/day the
      *    admin has reopened for correction; the next day close
      *    re-posts each one and drops it
           SELECT ReopenFile ASSIGN TO "dayclose.reopen"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ROP-Key
           FILE STATUS IS WS-ReopenFileStatus.

      *    Run Control File - one checkpoint record per restartable
      *    run so an interrupted import or archive-purge can be
      *    detected at startup and resumed where it stopped
           ACCESS IS DYNAMIC
           RECORD KEY IS PLN-Key
           FILE STATUS IS WS-PlanFileStatus.

      *    Plan Posting File - one record per plan line once its day
      *    is posted, keyed like meal.plan, naming the calories.log
      *    entry the line became (or noting that it was skipped)
           SELECT PlanPostedFile ASSIGN TO "plan.posted"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PPS-Key
           FILE STATUS IS WS-PostedFileStatus.

      *    Pantry Master File - stock on hand per food.master item,
      *    received and counted by hand and drawn down as entries
      *    are logged, so the shopping list can net it off
           SELECT PantryFile ASSIGN TO "pantry.master"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PAN-FoodDescription
           FILE STATUS IS WS-PantryFileStatus.

      *    Goal History File - one record per user per date the
      *    profile goals changed, so a past or future day is judged
      *    against the goals that were in force on it
           SELECT GoalHistoryFile ASSIGN TO "goal.history"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS GHS-Key
           FILE STATUS IS WS-GoalHistStatus.

      *    Statement History File - the figures of each monthly
      *    statement, keyed by user and month, so the next month's
      *    statement can compare against them
           SELECT StatementHistFile ASSIGN TO "statement.history"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS STH-Key
           FILE STATUS IS WS-StmtHistStatus.
       DATA DIVISION.
       FILE SECTION. 
       FD CaloriesLogfile.
           02 FD-CarbGrams         PIC 9(3).
           02 FD-FatGrams          PIC 9(3).
           02 FD-EntryDescription  PIC X(50).
      *    Copy of the user and entry key, set before every write
           02 FD-UserKey.
              03 FD-UK-UserID      PIC X(25).
              03 FD-UK-Date        PIC 9(8).
              03 FD-UK-Time        PIC 9(4).
              03 FD-UK-TimeStamp   PIC 9(8).
       FD OldCaloriesLogfile.
      * Old logfile descriptors - the layout before the user key
       01 OCL-CalorieEntry.
           02 OCL-EntryKey         PIC X(20).
           02 FILLER               PIC X(87).
       FD FoodMasterfile.
      * Food master file descriptors
       01 MST-FoodEntry.
           02 MST-ProteinGrams     PIC 9(3).
           02 MST-CarbGrams        PIC 9(3).
           02 MST-FatGrams         PIC 9(3).
           02 MST-UPCCode          PIC X(13).
           02 MST-CostPerServing   PIC 9(3)V99.
       FD OldFoodMasterfile.
      * Old food master descriptors - the 62-byte record with no
      * UPC and no cost per serving
       01 OMS-FoodEntry.
           02 OMS-FoodDescription  PIC X(50).
           02 OMS-CaloricCount     PIC 9(3).
           02 OMS-ProteinGrams     PIC 9(3).
           02 OMS-CarbGrams        PIC 9(3).
           02 OMS-FatGrams         PIC 9(3).
       FD ProductFeedFile.
      * Product feed descriptors - one product per line:
      * UPC,description,calories,protein,carbs,fat (per serving)
       01 PFD-FeedRecord           PIC X(120).
       FD FeedRejectFile.
      * Product feed reject descriptors - reason code plus the line
       01 FRJ-RejectRecord.
           02 FRJ-ReasonCode       PIC X(2).
           02 FILLER               PIC X.
           02 FRJ-FeedData         PIC X(120).
       FD CaloricReport.
       01 RPT-PrintLine            PIC X(120).
       FD CsvReport.
           02 EXI-UserID           PIC X(25).
           02 EXI-ActivityDescription PIC X(50).
           02 EXI-CaloriesBurned   PIC 9(4).
      *    Copy of the user and entry key, set before every write
           02 EXI-UserKey.
              03 EXI-UK-UserID     PIC X(25).
              03 EXI-UK-Date       PIC 9(8).
              03 EXI-UK-Time       PIC 9(4).
              03 EXI-UK-TimeStamp  PIC 9(8).
       FD OldExerciseIdxfile.
      * Old exercise master descriptors - before the user key
       01 OEX-ExerciseEntry.
           02 OEX-EntryKey         PIC X(20).
           02 FILLER               PIC X(79).
       FD ExtractFile.
      * Nutrition extract file descriptors - records are built in
      * working storage and written from there
              03 RCP-RecipeName    PIC X(50).
              03 RCP-LineNo        PIC 9(3).
           02 RCP-Ingredient       PIC X(50).
      *    On the header line (line 0) the quantity is the number
      *    of servings one batch makes; zero is taken as one
           02 RCP-Quantity         PIC 9(3).
       FD AuditFile.
      * Audit trail descriptors - who changed what, and the record
      * date through which days have been closed and posted
       01 DCC-ControlRecord.
           02 DCC-LastClosedDate   PIC 9(8).
       FD ReopenFile.
      * Reopened day descriptors - who reopened the day and when
       01 ROP-ReopenDay.
           02 ROP-Key.
              03 ROP-Date          PIC 9(8).
              03 ROP-UserID        PIC X(25).
           02 ROP-ReopenedBy       PIC X(25).
           02 ROP-ReopenDate       PIC 9(8).
           02 ROP-ReopenTime       PIC 9(8).
       FD RunControlFile.
      * Run control descriptors - status A means the run is still
      * active (or died); the checkpoint is the count of records
       FD BackupFile.
      * Backup file descriptors - images are written from and read
      * into the indexed files' own record areas
       01 BKP-BackupLine           PIC X(160).
       FD MealPlanFile.
      * Meal plan file descriptors - slot B/L/D/S orders the day,
      * servings scales the named food or recipe
              03 PLN-LineNo        PIC 9(3).
           02 PLN-ItemDescription  PIC X(50).
           02 PLN-Servings         PIC 9(3).
       FD PlanPostedFile.
      * Plan posting descriptors - action A accepted, U substituted,
      * C servings changed, S skipped (no log entry); the item and
      * servings are what was actually posted
       01 PPS-PostedLine.
           02 PPS-Key.
              03 PPS-Date          PIC 9(8).
              03 PPS-UserID        PIC X(25).
              03 PPS-MealSlot      PIC X.
              03 PPS-LineNo        PIC 9(3).
           02 PPS-Action           PIC X.
           02 PPS-LogKey.
              03 PPS-LogDate       PIC 9(8).
              03 PPS-LogTime       PIC 9(4).
              03 PPS-LogStamp      PIC 9(8).
           02 PPS-ItemDescription  PIC X(50).
           02 PPS-Servings         PIC 9(3).
       FD PantryFile.
      * Pantry master descriptors - quantities are servings of the
      * food.master item, the unit recipe lines and plans use
       01 PAN-PantryItem.
           02 PAN-FoodDescription  PIC X(50).
           02 PAN-OnHand           PIC 9(5).
           02 PAN-ReorderLevel     PIC 9(5).
       FD GoalHistoryFile.
      * Goal history descriptors - the goals in force from the
      * effective date until the user's next record; effective
      * date zero holds the goals the profile started with
       01 GHS-GoalEntry.
           02 GHS-Key.
              03 GHS-UserID        PIC X(25).
              03 GHS-EffectiveDate PIC 9(8).
           02 GHS-CalorieGoal      PIC 9(5).
           02 GHS-ProteinGoal      PIC 9(4).
           02 GHS-CarbGoal         PIC 9(4).
           02 GHS-FatGoal          PIC 9(4).
       FD StatementHistFile.
      * Statement history descriptors - averages are per posted
      * day; the weight change is only meaningful when there were
      * weigh-ins in the month
       01 STH-StatementEntry.
           02 STH-Key.
              03 STH-UserID        PIC X(25).
              03 STH-Month         PIC 9(6).
           02 STH-RunDate          PIC 9(8).
           02 STH-DayCount         PIC 9(3).
           02 STH-Intake           PIC 9(7).
           02 STH-Burned           PIC 9(7).
           02 STH-Net              PIC S9(7).
           02 STH-AvgCal           PIC 9(5).
           02 STH-AvgNet           PIC S9(5).
           02 STH-AvgProt          PIC 9(4).
           02 STH-AvgCarb          PIC 9(4).
           02 STH-AvgFat           PIC 9(4).
           02 STH-OnTargetDays     PIC 9(3).
           02 STH-BestStreak       PIC 9(3).
           02 STH-WeighIns         PIC 9(3).
           02 STH-WeightChange     PIC S9(3).
       WORKING-STORAGE SECTION.
      * Generic variables
       01 WS-UserAction            PIC X.
       01 WS-RecipeProtTotal       PIC 9(7) VALUE ZERO.
       01 WS-RecipeCarbTotal       PIC 9(7) VALUE ZERO.
       01 WS-RecipeFatTotal        PIC 9(7) VALUE ZERO.
      * Recipe yield and costing - a batch is costed from its
      * ingredient lines, then divided by the servings it makes
       01 WS-RecipeYield           PIC 9(3) VALUE 1.
       01 WS-RecipeYieldEntry      PIC 9(3).
       01 WS-RecipeBatchCost       PIC 9(7)V99 VALUE ZERO.
       01 WS-RecipeBatchCal        PIC 9(7) VALUE ZERO.
       01 WS-RecipeBatchProt       PIC 9(7) VALUE ZERO.
       01 WS-RecipeServCost        PIC 9(5)V99 VALUE ZERO.
       01 WS-RecipeServCal         PIC 9(7) VALUE ZERO.
       01 WS-RecipeServProt        PIC 9(7) VALUE ZERO.
       01 WS-RecipeUnpriced        PIC 9(3) VALUE ZERO.
       01 WS-RecipeLineCost        PIC 9(7)V99 VALUE ZERO.
       01 WS-RecipeCostShow        PIC Z,ZZZ,ZZ9.99.
       01 WS-RecipeCostCount       PIC 9(5) VALUE ZERO.
       01 RPT-RecipeCostHeading.
           02 FILLER               PIC X(50) VALUE "RECIPE".
           02 FILLER               PIC X(9)  VALUE " SERVINGS".
           02 FILLER               PIC X(13) VALUE "   BATCH COST".
           02 FILLER               PIC X(13) VALUE " SERVING COST".
           02 FILLER               PIC X(12) VALUE " CAL/SERVING".
       01 RPT-RecipeCostLine.
           02 RPT-RC-Name          PIC X(50).
           02 FILLER               PIC X(6)  VALUE SPACES.
           02 RPT-RC-Yield         PIC ZZ9.
           02 FILLER               PIC X     VALUE SPACE.
           02 RPT-RC-Batch         PIC Z,ZZZ,ZZ9.99.
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 RPT-RC-Serving       PIC ZZ,ZZ9.99.
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 RPT-RC-Cal           PIC Z,ZZZ,ZZ9.
           02 FILLER               PIC X     VALUE SPACE.
           02 RPT-RC-Flag          PIC X(10).

      * Audit trail variables
       01 WS-AuditFileStatus       PIC XX.

      * Import mode variables. Reason codes: 01 bad date, 02 bad
      * time, 03 no profile for user, 04 bad calories, 05 bad
      * protein, 06 bad carbs, 07 bad fat, 08 duplicate entry key,
      * 09 date falls in a closed day not reopened by the admin
       01 WS-ImportFileStatus      PIC XX.
       01 WS-ImportEndSwitch       PIC X    VALUE 'N'.
           88 IMP-EndOfFile        VALUE 'Y' FALSE 'N'.
       01 WS-ArcPostedSwitch       PIC X    VALUE 'N'.
           88 WS-ArcDayPosted      VALUE 'Y' FALSE 'N'.

      * Closed-day protection variables. A change dated on or
      * before WS-LastClosedDate is refused unless the admin has
      * reopened that user's day; the next close re-posts it.
       01 WS-ReopenFileStatus      PIC XX.
       01 WS-CloseCheckDate        PIC 9(8).
       01 WS-CloseCheckUser        PIC X(25).
       01 WS-DayLockedSwitch       PIC X    VALUE 'N'.
           88 WS-DayLocked         VALUE 'Y' FALSE 'N'.
       01 WS-DayReopenedSwitch     PIC X    VALUE 'N'.
           88 WS-DayReopened       VALUE 'Y' FALSE 'N'.
       01 WS-ReopenAddedSwitch     PIC X    VALUE 'N'.
           88 WS-ReopenAdded       VALUE 'Y' FALSE 'N'.
       01 WS-ReopenArchivedSwitch  PIC X    VALUE 'N'.
           88 WS-ReopenArchived    VALUE 'Y' FALSE 'N'.
       01 WS-RopEndSwitch          PIC X    VALUE 'N'.
           88 ROP-EndOfFile        VALUE 'Y' FALSE 'N'.
       01 WS-ReopenDate            PIC 9(8).
       01 WS-ReopenUserID          PIC X(25).
       01 WS-ReopenCount           PIC 9(5) VALUE ZERO.
       01 WS-RepostCount           PIC 9(5) VALUE ZERO.
      * Decoded view of a posted day image on the audit report
       01 WS-DayAuditImage.
           02 WS-DayAud-Date       PIC 9(8).
           02 WS-DayAud-UserID     PIC X(25).
           02 WS-DayAud-Calories   PIC 9(5).
           02 WS-DayAud-Protein    PIC 9(5).
           02 WS-DayAud-Carbs      PIC 9(5).
           02 WS-DayAud-Fat        PIC 9(5).
           02 WS-DayAud-Burned     PIC 9(5).
           02 WS-DayAud-Count      PIC 9(4).
       01 RPT-AuditDayLine.
           02 RPT-AD-Label         PIC X(9).
           02 FILLER               PIC X     VALUE SPACE.
           02 RPT-AD-Date          PIC 9(8).
           02 FILLER               PIC X     VALUE SPACE.
           02 RPT-AD-User          PIC X(25).
           02 FILLER               PIC X(5)  VALUE " CAL ".
           02 RPT-AD-Cal           PIC ZZ,ZZ9.
           02 FILLER               PIC X(6)  VALUE " BURN ".
           02 RPT-AD-Burn          PIC ZZ,ZZ9.
           02 FILLER               PIC X(9)  VALUE " ENTRIES ".
           02 RPT-AD-Count         PIC Z,ZZ9.

      * Rebuild check variables - one slot per user seen on the
      * rebuilt file's current closed date (up to 50 users)
       01 WS-RebuildModeSwitch     PIC X    VALUE 'L'.
           88 WS-RebuildIsLog      VALUE 'L'.
           88 WS-RebuildIsExercise VALUE 'E'.
       01 WS-RbFirstDate           PIC 9(8) VALUE ZERO.
       01 WS-RbCurDate             PIC 9(8) VALUE ZERO.
       01 WS-RbCheckUser           PIC X(25).
       01 WS-RbSlot                PIC 9(3).
       01 WS-RbSub                 PIC 9(3).
       01 WS-RbIx                  PIC 9(3).
       01 WS-RbMismatchSwitch      PIC X    VALUE 'N'.
           88 WS-RbMismatch        VALUE 'Y' FALSE 'N'.
       01 WS-RbUserFoundSwitch     PIC X    VALUE 'N'.
           88 WS-RbUserFound       VALUE 'Y' FALSE 'N'.
       01 WS-RbDetailSwitch        PIC X    VALUE 'N'.
           88 WS-RbDetailFound     VALUE 'Y' FALSE 'N'.
       01 WS-RbScanEndSwitch       PIC X    VALUE 'N'.
           88 WS-RbScanEnd         VALUE 'Y' FALSE 'N'.
       01 WS-RebuiltUsers.
           02 WS-RbUserCount       PIC 9(3) VALUE ZERO.
           02 WS-RebuiltUser OCCURS 50.
              03 WS-RB-UserID      PIC X(25).
              03 WS-RB-Calories    PIC 9(7).
              03 WS-RB-Protein     PIC 9(7).
              03 WS-RB-Carbs       PIC 9(7).
              03 WS-RB-Fat         PIC 9(7).
              03 WS-RB-Burned      PIC 9(7).
              03 WS-RB-Count       PIC 9(5).

      * Shared access variables - a busy open (status 93) is
      * offered back to the user to retry instead of dying
       01 WS-BusyReply             PIC X.
           02 EXT-TR-BurnHash      PIC 9(9).

      * Goal adherence report variables. A day is "on target" when
      * its calories do not exceed the calorie goal in force that
      * day; the streaks count consecutive reported days on target.
       01 WS-GoalUserID            PIC X(25).
       01 WS-GoalStartDate         PIC 9(8).
       01 WS-GoalEndDate           PIC 9(8).
       01 WS-GoalFlagActual        PIC 9(7).
       01 WS-GoalFlagTarget        PIC 9(7).
       01 WS-GoalFlagText          PIC X(5).
       01 WS-GoalPrevDate          PIC 9(8) VALUE ZERO.
       01 WS-GoalChangeUpTo        PIC 9(9) VALUE ZERO.
       01 WS-GoalSumCalGoal        PIC 9(9) VALUE ZERO.
       01 WS-GoalSumProtGoal       PIC 9(9) VALUE ZERO.
       01 WS-GoalSumCarbGoal       PIC 9(9) VALUE ZERO.
       01 WS-GoalSumFatGoal        PIC 9(9) VALUE ZERO.
       01 RPT-GoalHeading.
           02 FILLER               PIC X(26)
              VALUE "GOAL ADHERENCE REPORT FOR ".
           02 RPT-GD-Fat           PIC Z,ZZ9.
           02 FILLER               PIC X     VALUE SPACE.
           02 RPT-GD-FatFlag       PIC X(5).
           02 FILLER               PIC X(6)  VALUE " GOAL ".
           02 RPT-GD-Goal          PIC ZZ,ZZ9.
           02 FILLER               PIC X     VALUE SPACE.
           02 RPT-GD-Marker        PIC X(12).
       01 RPT-GoalChangeLine.
           02 RPT-GX-Date          PIC 9(8).
           02 FILLER               PIC X(23)
              VALUE " GOAL CHANGED - NEW CAL".
           02 RPT-GX-Cal           PIC ZZ,ZZ9.
           02 FILLER               PIC X(4)  VALUE " PR ".
           02 RPT-GX-Prot          PIC Z,ZZ9.
           02 FILLER               PIC X(4)  VALUE " CB ".
           02 RPT-GX-Carb          PIC Z,ZZ9.
           02 FILLER               PIC X(4)  VALUE " FT ".
           02 RPT-GX-Fat           PIC Z,ZZ9.
       01 RPT-GoalCountLine.
           02 RPT-GC-Label         PIC X(30).
           02 RPT-GC-Value         PIC ZZZ,ZZ9.
       01 WS-PlanOverUnder         PIC S9(7).
       01 WS-PlanGoalActual        PIC 9(7) VALUE ZERO.
       01 WS-PlanGoalTarget        PIC 9(7) VALUE ZERO.
       01 WS-PlanItemCost          PIC 9(7)V99 VALUE ZERO.
       01 WS-PlanMealCost          PIC 9(7)V99 VALUE ZERO.
       01 WS-PlanDayCost           PIC 9(7)V99 VALUE ZERO.
       01 WS-PlanPrevSlot          PIC X    VALUE SPACE.

      * Shopping list variables - the week's planned recipes are
      * exploded through their ingredient lines and plain planned
           02 WS-ShopItem OCCURS 100.
              03 WS-Shop-Name      PIC X(50).
              03 WS-Shop-Qty       PIC 9(7).
       01 WS-ShopQuot              PIC 9(7).
       01 WS-ShopRem               PIC 9(3).
       01 WS-ShopCostEach          PIC 9(3)V99.
       01 WS-ShopLineCost          PIC 9(7)V99.
       01 WS-ShopBuyCost           PIC 9(7)V99.
       01 WS-ShopWeekCost          PIC 9(7)V99 VALUE ZERO.
       01 WS-ShopBuyTotal          PIC 9(7)V99 VALUE ZERO.
       01 WS-ShopFoodOpenSwitch    PIC X    VALUE 'N'.
           88 WS-ShopFoodOpen      VALUE 'Y' FALSE 'N'.
       01 RPT-PlanHeading.
           02 FILLER               PIC X(15)
              VALUE "MEAL PLAN FOR: ".
           02 RPT-PI-Servings      PIC ZZ9.
           02 FILLER               PIC X(5)  VALUE " CAL ".
           02 RPT-PI-Cal           PIC ZZZ,ZZ9.
           02 FILLER               PIC X(6)  VALUE " COST ".
           02 RPT-PI-Cost          PIC ZZ,ZZ9.99.
       01 RPT-PlanCostLine.
           02 RPT-PC-Label         PIC X(30).
           02 RPT-PC-Slot          PIC X(2).
           02 RPT-PC-Cost          PIC Z,ZZZ,ZZ9.99.
       01 RPT-PlanGoalLine.
           02 RPT-PG-Label         PIC X(14).
           02 RPT-PG-Actual        PIC ZZZ,ZZ9.
           02 RPT-SH-Start         PIC 9(8).
           02 FILLER               PIC X(3)  VALUE " - ".
           02 RPT-SH-End           PIC 9(8).
       01 RPT-ShopColumns.
           02 FILLER               PIC X(52) VALUE SPACES.
           02 FILLER               PIC X(9)  VALUE "   NEEDED".
           02 FILLER               PIC X(10) VALUE "   ON HAND".
           02 FILLER               PIC X(9)  VALUE "   TO BUY".
           02 FILLER               PIC X(13) VALUE "     EST COST".
           02 FILLER               PIC X(13) VALUE "     BUY COST".
       01 RPT-ShopLine.
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 RPT-SL-Name          PIC X(50).
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 RPT-SL-Qty           PIC ZZZ,ZZ9.
           02 FILLER               PIC X(3)  VALUE SPACES.
           02 RPT-SL-OnHand        PIC ZZZ,ZZ9.
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 RPT-SL-ToBuy         PIC ZZZ,ZZ9.
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 RPT-SL-Cost          PIC Z,ZZZ,ZZ9.99.
           02 FILLER               PIC X     VALUE SPACE.
           02 RPT-SL-BuyCost       PIC Z,ZZZ,ZZ9.99.

      * Plan posting variables. Each planned line is accepted,
      * skipped, substituted or re-served, then written to
      * calories.log at its slot's usual time (breakfast 08:00,
      * lunch 12:30, snack 15:00, dinner 18:30) and recorded in
      * plan.posted so a day cannot be posted twice.
       01 WS-PostedFileStatus      PIC XX.
       01 WS-PostAction            PIC X.
       01 WS-PostItem              PIC X(50).
       01 WS-PostServings          PIC 9(3).
       01 WS-PostStamp             PIC 9(8).
       01 WS-PostSeq               PIC 9(3) VALUE ZERO.
       01 WS-PostCount             PIC 9(3) VALUE ZERO.
       01 WS-PostSkipCount         PIC 9(3) VALUE ZERO.
       01 WS-PostScaled            PIC 9(7).
       01 WS-PostedSwitch          PIC X    VALUE 'N'.
           88 WS-LinePosted        VALUE 'Y' FALSE 'N'.
       01 WS-PostFailSwitch        PIC X    VALUE 'N'.
           88 WS-PostFailed        VALUE 'Y' FALSE 'N'.
       01 WS-PpsEndSwitch          PIC X    VALUE 'N'.
           88 PPS-EndOfFile        VALUE 'Y' FALSE 'N'.

      * Plan-versus-actual variables. Posted lines are matched to
      * their log entries through plan.posted; any other entry on
      * the day is unplanned and lands in the slot its hour falls
      * in (05-10 breakfast, 11-14 lunch, 17-21 dinner, else snack).
       01 WS-PvStartDate           PIC 9(8).
       01 WS-PvEndDate             PIC 9(8).
       01 WS-PvStartInt            PIC 9(7).
       01 WS-PvEndInt              PIC 9(7).
       01 WS-PvDayInt              PIC 9(7).
       01 WS-PvDate                PIC 9(8).
       01 WS-PvSlotIx              PIC 9.
       01 WS-PvSlot                PIC X.
       01 WS-PvHourSlot            PIC X.
       01 WS-PvSlotCodes           PIC X(4) VALUE "BLDS".
       01 WS-PvSlotTable REDEFINES WS-PvSlotCodes.
           02 WS-PvSlotCode        PIC X OCCURS 4.
       01 WS-PvSlotNames.
           02 FILLER               PIC X(9) VALUE "BREAKFAST".
           02 FILLER               PIC X(9) VALUE "LUNCH    ".
           02 FILLER               PIC X(9) VALUE "DINNER   ".
           02 FILLER               PIC X(9) VALUE "SNACK    ".
       01 WS-PvSlotNameTable REDEFINES WS-PvSlotNames.
           02 WS-PvSlotName        PIC X(9) OCCURS 4.
       01 WS-PvDayShownSwitch      PIC X    VALUE 'N'.
           88 WS-PvDayShown        VALUE 'Y' FALSE 'N'.
       01 WS-PvSlotShownSwitch     PIC X    VALUE 'N'.
           88 WS-PvSlotShown       VALUE 'Y' FALSE 'N'.
       01 WS-PvPostedOpenSwitch    PIC X    VALUE 'N'.
           88 WS-PvPostedOpen      VALUE 'Y' FALSE 'N'.
       01 WS-PvKeyFoundSwitch      PIC X    VALUE 'N'.
           88 WS-PvKeyFound        VALUE 'Y' FALSE 'N'.
       01 WS-PvKeySub              PIC 9(3).
       01 WS-PvPostedKeys.
           02 WS-PvKeyCount        PIC 9(3) VALUE ZERO.
           02 WS-PvPostedKey       PIC X(20) OCCURS 100.
      * Planned and actual (posted plus unplanned) figures for the
      * slot, the day and the whole range
       01 WS-PvSlotFigures.
           02 WS-PvSlotPlanCal     PIC 9(7).
           02 WS-PvSlotPlanProt    PIC 9(7).
           02 WS-PvSlotPlanCarb    PIC 9(7).
           02 WS-PvSlotPlanFat     PIC 9(7).
           02 WS-PvSlotActCal      PIC 9(7).
           02 WS-PvSlotActProt     PIC 9(7).
           02 WS-PvSlotActCarb     PIC 9(7).
           02 WS-PvSlotActFat      PIC 9(7).
       01 WS-PvDayFigures.
           02 WS-PvDayPlanCal      PIC 9(7).
           02 WS-PvDayPlanProt     PIC 9(7).
           02 WS-PvDayPlanCarb     PIC 9(7).
           02 WS-PvDayPlanFat      PIC 9(7).
           02 WS-PvDayActCal       PIC 9(7).
           02 WS-PvDayActProt      PIC 9(7).
           02 WS-PvDayActCarb      PIC 9(7).
           02 WS-PvDayActFat       PIC 9(7).
       01 WS-PvRangeFigures.
           02 WS-PvRangePlanCal    PIC 9(7).
           02 WS-PvRangePlanProt   PIC 9(7).
           02 WS-PvRangePlanCarb   PIC 9(7).
           02 WS-PvRangePlanFat    PIC 9(7).
           02 WS-PvRangeActCal     PIC 9(7).
           02 WS-PvRangeActProt    PIC 9(7).
           02 WS-PvRangeActCarb    PIC 9(7).
           02 WS-PvRangeActFat     PIC 9(7).
      * The figures being printed on the next variance line
       01 WS-PvPrintFigures.
           02 WS-PvPrtPlanCal      PIC 9(7).
           02 WS-PvPrtPlanProt     PIC 9(7).
           02 WS-PvPrtPlanCarb     PIC 9(7).
           02 WS-PvPrtPlanFat      PIC 9(7).
           02 WS-PvPrtActCal       PIC 9(7).
           02 WS-PvPrtActProt      PIC 9(7).
           02 WS-PvPrtActCarb      PIC 9(7).
           02 WS-PvPrtActFat       PIC 9(7).
       01 RPT-PvHeading.
           02 FILLER               PIC X(26)
              VALUE "PLAN VERSUS ACTUAL FOR:   ".
           02 RPT-PVH-Name         PIC X(25).
           02 FILLER               PIC X     VALUE SPACE.
           02 RPT-PVH-Start        PIC 9(8).
           02 FILLER               PIC X(3)  VALUE " - ".
           02 RPT-PVH-End          PIC 9(8).
       01 RPT-PvDayHeading.
           02 FILLER               PIC X(6)  VALUE "DATE: ".
           02 RPT-PVD-Date         PIC 9(8).
       01 RPT-PvSlotHeading.
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 RPT-PVS-Name         PIC X(9).
       01 RPT-PvItemLine.
           02 FILLER               PIC X(4)  VALUE SPACES.
           02 RPT-PVI-Kind         PIC X(10).
           02 RPT-PVI-Item         PIC X(40).
           02 FILLER               PIC X(3)  VALUE " x ".
           02 RPT-PVI-Servings     PIC ZZ9   BLANK WHEN ZERO.
           02 FILLER               PIC X(5)  VALUE " CAL ".
           02 RPT-PVI-Cal          PIC ZZ,ZZ9.
           02 FILLER               PIC X(4)  VALUE " PR ".
           02 RPT-PVI-Prot         PIC Z,ZZ9.
           02 FILLER               PIC X(4)  VALUE " CB ".
           02 RPT-PVI-Carb         PIC Z,ZZ9.
           02 FILLER               PIC X(4)  VALUE " FT ".
           02 RPT-PVI-Fat          PIC Z,ZZ9.
       01 RPT-PvVarianceLine.
           02 FILLER               PIC X(4)  VALUE SPACES.
           02 RPT-PVV-Label        PIC X(12).
           02 FILLER               PIC X(9)  VALUE "PLAN CAL ".
           02 RPT-PVV-PlanCal      PIC ZZZ,ZZ9.
           02 FILLER               PIC X(9)  VALUE "  ACTUAL ".
           02 RPT-PVV-ActCal       PIC ZZZ,ZZ9.
           02 FILLER               PIC X(10) VALUE "  VAR CAL ".
           02 RPT-PVV-VarCal       PIC -ZZZ,ZZ9.
           02 FILLER               PIC X(4)  VALUE " PR ".
           02 RPT-PVV-VarProt      PIC -ZZ,ZZ9.
           02 FILLER               PIC X(4)  VALUE " CB ".
           02 RPT-PVV-VarCarb      PIC -ZZ,ZZ9.
           02 FILLER               PIC X(4)  VALUE " FT ".
           02 RPT-PVV-VarFat       PIC -ZZ,ZZ9.

      * Pantry variables. Receiving adds to the stock on hand, a
      * count replaces it, and logging an entry draws it down
      * (through the ingredient lines when the entry is a recipe),
      * never below zero. Foods not stocked are not tracked.
       01 WS-PantryFileStatus      PIC XX.
       01 WS-PantryAction          PIC X.
       01 WS-PantryItem            PIC X(50).
       01 WS-PantryQty             PIC 9(5).
       01 WS-PantryServings        PIC 9(3).
       01 WS-PantryDraw            PIC 9(7).
       01 WS-PantryNewQty          PIC 9(7).
       01 WS-PantryOnHand          PIC 9(7).
       01 WS-PantryToBuy           PIC 9(7).
       01 WS-PantryLowCount        PIC 9(5) VALUE ZERO.
       01 WS-PantryDoneSwitch      PIC X    VALUE 'N'.
           88 WS-PantryDone        VALUE 'Y' FALSE 'N'.
       01 WS-PantryFoundSwitch     PIC X    VALUE 'N'.
           88 WS-PantryFound       VALUE 'Y' FALSE 'N'.
       01 WS-PantryOpenSwitch      PIC X    VALUE 'N'.
           88 WS-PantryOpen        VALUE 'Y' FALSE 'N'.
       01 WS-PanEndSwitch          PIC X    VALUE 'N'.
           88 PAN-EndOfFile        VALUE 'Y' FALSE 'N'.
       01 RPT-LowStockHeading.
           02 FILLER               PIC X(50)
              VALUE "LOW STOCK - ITEMS BELOW THEIR REORDER LEVEL".
           02 FILLER               PIC X(10) VALUE "  ON HAND".
           02 FILLER               PIC X(10) VALUE "   REORDER".
           02 FILLER               PIC X(10) VALUE "     SHORT".
       01 RPT-LowStockLine.
           02 RPT-LS-Name          PIC X(50).
           02 FILLER               PIC X     VALUE SPACE.
           02 RPT-LS-OnHand        PIC ZZ,ZZ9.
           02 FILLER               PIC X(4)  VALUE SPACES.
           02 RPT-LS-Reorder       PIC ZZ,ZZ9.
           02 FILLER               PIC X(4)  VALUE SPACES.
           02 RPT-LS-Short         PIC ZZ,ZZ9.
       01 RPT-LowStockFooter.
           02 FILLER               PIC X(20)
              VALUE "ITEMS BELOW REORDER:".
           02 RPT-LF-Count         PIC ZZ,ZZ9.

      * Goal history variables. A user's history is loaded into
      * the table oldest first; the goals for a day come from the
      * last record effective on or before it, or from the profile
      * when the user has never changed goals.
       01 WS-GoalHistStatus        PIC XX.
       01 WS-GoalHistUser          PIC X(25).
       01 WS-GoalHistDate          PIC 9(8).
       01 WS-GoalHistToday         PIC 9(8).
       01 WS-EffCalGoal            PIC 9(5) VALUE ZERO.
       01 WS-EffProtGoal           PIC 9(4) VALUE ZERO.
       01 WS-EffCarbGoal           PIC 9(4) VALUE ZERO.
       01 WS-EffFatGoal            PIC 9(4) VALUE ZERO.
       01 WS-OldCalGoal            PIC 9(5) VALUE ZERO.
       01 WS-OldProtGoal           PIC 9(4) VALUE ZERO.
       01 WS-OldCarbGoal           PIC 9(4) VALUE ZERO.
       01 WS-OldFatGoal            PIC 9(4) VALUE ZERO.
       01 WS-GoalChangeSwitch      PIC X    VALUE 'N'.
           88 WS-GoalChangedOnDay  VALUE 'Y' FALSE 'N'.
       01 WS-GoalHistFoundSwitch   PIC X    VALUE 'N'.
           88 WS-GoalHistFound     VALUE 'Y' FALSE 'N'.
       01 WS-GhsEndSwitch          PIC X    VALUE 'N'.
           88 GHS-EndOfFile        VALUE 'Y' FALSE 'N'.
       01 WS-GoalHistIx            PIC 9(3).
       01 WS-GoalHistTable.
           02 WS-GoalHistCount     PIC 9(3) VALUE ZERO.
           02 WS-GoalHistEntry OCCURS 100.
              03 WS-GH-EffDate     PIC 9(8).
              03 WS-GH-CalGoal     PIC 9(5).
              03 WS-GH-ProtGoal    PIC 9(4).
              03 WS-GH-CarbGoal    PIC 9(4).
              03 WS-GH-FatGoal     PIC 9(4).

      * UPC and product feed variables. Reason codes: 01 bad UPC,
      * 02 missing or over-long description, 03 bad calories,
      * 04 bad protein, 05 bad carbs, 06 bad fat, 07 description
      * already carries a different UPC, 08 food master write failed
       01 WS-OldFoodStatus         PIC XX.

       01 WS-FeedFileStatus        PIC XX.
       01 WS-FeedEndSwitch         PIC X    VALUE 'N'.
           88 PFD-EndOfFile        VALUE 'Y' FALSE 'N'.
       01 WS-OmsEndSwitch          PIC X    VALUE 'N'.
           88 OMS-EndOfFile        VALUE 'Y' FALSE 'N'.
       01 WS-FeedReason            PIC XX.
       01 WS-FeedReadCount         PIC 9(5) VALUE ZERO.
       01 WS-FeedAddCount          PIC 9(5) VALUE ZERO.
       01 WS-FeedChangeCount       PIC 9(5) VALUE ZERO.
       01 WS-FeedSameCount         PIC 9(5) VALUE ZERO.
       01 WS-FeedRejCount          PIC 9(5) VALUE ZERO.
       01 WS-FeedUPC               PIC X(13).
       01 WS-FeedUPCCnt            PIC 9(3).
       01 WS-FeedDesc              PIC X(50).
       01 WS-FeedDescCnt           PIC 9(3).
       01 WS-FeedCalories          PIC X(3) JUSTIFIED RIGHT.
       01 WS-FeedProtein           PIC X(3) JUSTIFIED RIGHT.
       01 WS-FeedCarbs             PIC X(3) JUSTIFIED RIGHT.
       01 WS-FeedFat               PIC X(3) JUSTIFIED RIGHT.
       01 WS-FeedCaloriesCnt       PIC 9(3).
       01 WS-FeedProteinCnt        PIC 9(3).
       01 WS-FeedCarbsCnt          PIC 9(3).
       01 WS-FeedFatCnt            PIC 9(3).
      * The fat token is the last receiver, so it is measured the
      * same way the import measures its fat token
       01 WS-FeedFatWide           PIC X(120).
       01 WS-FeedFatRev            PIC X(120).
       01 WS-FeedFatTrail          PIC 9(3).
       01 WS-FoodUPC               PIC X(13).
       01 WS-FoodKeptUPC           PIC X(13).
       01 WS-FoodDupUPC            PIC X(13).
       01 WS-UpcCheck              PIC X(50).
       01 WS-UpcDigits             PIC 9(3).
       01 WS-UpcEnteredSwitch      PIC X    VALUE 'N'.
           88 WS-UpcEntered        VALUE 'Y' FALSE 'N'.
       01 WS-FoodConvCount         PIC 9(7) VALUE ZERO.
      * Old-layout food image, read back from the conversion work
      * file
       01 WS-OldFoodImage.
           02 WS-OF-Description    PIC X(50).
           02 WS-OF-Calories       PIC 9(3).
           02 WS-OF-Protein        PIC 9(3).
           02 WS-OF-Carbs          PIC 9(3).
           02 WS-OF-Fat            PIC 9(3).
      * Decoded view of a food master image on the audit report
       01 WS-FoodAuditImage.
           02 WS-FdAud-Desc        PIC X(50).
           02 WS-FdAud-Calories    PIC 9(3).
           02 WS-FdAud-Protein     PIC 9(3).
           02 WS-FdAud-Carbs       PIC 9(3).
           02 WS-FdAud-Fat         PIC 9(3).
           02 WS-FdAud-UPC         PIC X(13).
       01 RPT-AuditFoodLine.
           02 RPT-AF-Label         PIC X(9).
           02 FILLER               PIC X     VALUE SPACE.
           02 RPT-AF-UPC           PIC X(13).
           02 FILLER               PIC X(5)  VALUE " CAL ".
           02 RPT-AF-Cal           PIC ZZ9.
           02 FILLER               PIC X(4)  VALUE " PR ".
           02 RPT-AF-Prot          PIC ZZ9.
           02 FILLER               PIC X(4)  VALUE " CB ".
           02 RPT-AF-Carb          PIC ZZ9.
           02 FILLER               PIC X(4)  VALUE " FT ".
           02 RPT-AF-Fat           PIC ZZ9.
           02 FILLER               PIC X     VALUE SPACE.
           02 RPT-AF-Desc          PIC X(50).

      * Food cost maintenance variables - prices are keyed in cents
       01 WS-FoodCostCents         PIC 9(5).
       01 WS-FoodCostShow          PIC ZZ9.99.

      * Household spend report variables. An entry's servings are
      * estimated from its logged calories against the calories
      * of one serving, so scaled and capped entries cost fairly
       01 WS-SpendMonth            PIC 9(6).
       01 WS-SpendMonthParts REDEFINES WS-SpendMonth.
           02 WS-SpendYear         PIC 9(4).
           02 WS-SpendMM           PIC 9(2).
       01 WS-SpendStartDate        PIC 9(8).
       01 WS-SpendEndDate          PIC 9(8).
       01 WS-SpendServCost         PIC 9(5)V99.
       01 WS-SpendServCal          PIC 9(7).
       01 WS-SpendEntryCost        PIC 9(7)V99.
       01 WS-SpendUnpriced         PIC 9(5) VALUE ZERO.
       01 WS-SpendEntryCount       PIC 9(7) VALUE ZERO.
       01 WS-SpendDayOverflow      PIC 9(7) VALUE ZERO.
       01 WS-SpendUserOverflow     PIC 9(7) VALUE ZERO.
       01 WS-SpendFoodOverflow     PIC 9(7) VALUE ZERO.
       01 WS-SpendRecipeOpenSwitch PIC X    VALUE 'N'.
           88 WS-SpendRecipeOpen   VALUE 'Y' FALSE 'N'.
       01 WS-SpendFoundSwitch      PIC X    VALUE 'N'.
           88 WS-SpendFound        VALUE 'Y' FALSE 'N'.
       01 WS-SpendCheckDate        PIC 9(8).
       01 WS-SpendCheckUser        PIC X(25).
       01 WS-SpendCheckFood        PIC X(50).
       01 WS-SpendSub              PIC 9(3).
       01 WS-SpendSlot             PIC 9(3).
       01 WS-SpendIx               PIC 9(3).
       01 WS-SpendRatioCost        PIC 9(7)V99.
       01 WS-SpendRatioCal         PIC 9(7).
       01 WS-SpendRatioProt        PIC 9(7).
       01 WS-SpendPer100           PIC 9(5)V99.
       01 WS-SpendPerGram          PIC 9(5)V99.
       01 WS-SpendHouseCost        PIC 9(7)V99.
       01 WS-SpendHouseCal         PIC 9(7).
       01 WS-SpendHouseProt        PIC 9(7).
       01 WS-SpendDays.
           02 WS-SpendDayCount     PIC 9(3) VALUE ZERO.
           02 WS-SpendDay OCCURS 500.
              03 WS-SD-Date        PIC 9(8).
              03 WS-SD-User        PIC X(25).
              03 WS-SD-Cost        PIC 9(7)V99.
              03 WS-SD-Cal         PIC 9(7).
              03 WS-SD-Prot        PIC 9(7).
       01 WS-SpendUsers.
           02 WS-SpendUserCount    PIC 9(3) VALUE ZERO.
           02 WS-SpendUser OCCURS 50.
              03 WS-SU-User        PIC X(25).
              03 WS-SU-Cost        PIC 9(7)V99.
              03 WS-SU-Cal         PIC 9(7).
              03 WS-SU-Prot        PIC 9(7).
       01 WS-SpendFoods.
           02 WS-SpendFoodCount    PIC 9(3) VALUE ZERO.
           02 WS-SpendFood OCCURS 200.
              03 WS-SF-Desc        PIC X(50).
              03 WS-SF-Count       PIC 9(5).
              03 WS-SF-Cost        PIC 9(7)V99.
              03 WS-SF-Cal         PIC 9(7).
              03 WS-SF-Prot        PIC 9(7).
       01 RPT-SpendHeading.
           02 FILLER               PIC X(27)
              VALUE "HOUSEHOLD SPEND FOR MONTH: ".
           02 RPT-SH-Month         PIC 9(6).
       01 RPT-SpendColumns.
           02 FILLER               PIC X(36) VALUE SPACES.
           02 FILLER               PIC X(13) VALUE "         COST".
           02 FILLER               PIC X(10) VALUE "  CALORIES".
           02 FILLER               PIC X(10) VALUE "   PROTEIN".
           02 FILLER               PIC X(10) VALUE "  /100 CAL".
           02 FILLER               PIC X(10) VALUE "  /G PROT".
       01 RPT-SpendLine.
           02 RPT-SP-Label         PIC X(10).
           02 FILLER               PIC X     VALUE SPACE.
           02 RPT-SP-User          PIC X(25).
           02 RPT-SP-Cost          PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER               PIC X     VALUE SPACE.
           02 RPT-SP-Cal           PIC Z,ZZZ,ZZ9.
           02 FILLER               PIC X     VALUE SPACE.
           02 RPT-SP-Prot          PIC Z,ZZZ,ZZ9.
           02 FILLER               PIC X     VALUE SPACE.
           02 RPT-SP-Per100        PIC ZZ,ZZ9.99.
           02 FILLER               PIC X     VALUE SPACE.
           02 RPT-SP-PerGram       PIC ZZ,ZZ9.99.
       01 RPT-SpendFoodLine.
           02 RPT-SF-Desc          PIC X(50).
           02 RPT-SF-Count         PIC ZZZZ9.
           02 RPT-SF-Cost          PIC ZZ,ZZZ,ZZ9.99.
           02 FILLER               PIC X     VALUE SPACE.
           02 RPT-SF-Per100        PIC ZZ,ZZ9.99.
           02 FILLER               PIC X     VALUE SPACE.
           02 RPT-SF-PerGram       PIC ZZ,ZZ9.99.
           02 FILLER               PIC X     VALUE SPACE.
           02 RPT-SF-Flag          PIC X(8).
       01 RPT-SpendFoodColumns.
           02 FILLER               PIC X(50) VALUE "FOOD VALUE".
           02 FILLER               PIC X(5)  VALUE "TIMES".
           02 FILLER               PIC X(13) VALUE "         COST".
           02 FILLER               PIC X(10) VALUE "  /100 CAL".
           02 FILLER               PIC X(10) VALUE "  /G PROT".
       01 RPT-SpendUnpricedLine.
           02 FILLER               PIC X(36)
              VALUE "ENTRIES WITH NO PRICE ON FILE:      ".
           02 RPT-SU-Count         PIC ZZZZ9.

      * Log key conversion variables
       01 WS-OldLogStatus          PIC XX.
       01 WS-OldExIdxStatus        PIC XX.
       01 WS-OclEndSwitch          PIC X    VALUE 'N'.
           88 OCL-EndOfFile        VALUE 'Y' FALSE 'N'.
       01 WS-OexEndSwitch          PIC X    VALUE 'N'.
           88 OEX-EndOfFile        VALUE 'Y' FALSE 'N'.
       01 WS-KeyConvCount          PIC 9(7) VALUE ZERO.

      * Monthly statement variables. The month's days come from
      * daily.totals, so only closed days are counted; each run
      * saves its figures to statement.history for the next
      * month's comparison
       01 WS-StmtHistStatus        PIC XX.
       01 WS-StmtMonth             PIC 9(6).
       01 WS-StmtMonthParts REDEFINES WS-StmtMonth.
           02 WS-StmtYear          PIC 9(4).
           02 WS-StmtMM            PIC 9(2).
       01 WS-StmtPrevMonth         PIC 9(6).
       01 WS-StmtStartDate         PIC 9(8).
       01 WS-StmtEndDate           PIC 9(8).
       01 WS-StmtUserID            PIC X(25).
       01 WS-StmtBatchSwitch       PIC X    VALUE 'N'.
           88 WS-StmtBatch         VALUE 'Y' FALSE 'N'.
       01 WS-StmtPriorSwitch       PIC X    VALUE 'N'.
           88 WS-StmtPriorFound    VALUE 'Y' FALSE 'N'.
       01 WS-StmtTotalsOpenSwitch  PIC X    VALUE 'N'.
           88 WS-StmtTotalsOpen    VALUE 'Y' FALSE 'N'.
       01 WS-StmtHistOpenSwitch    PIC X    VALUE 'N'.
           88 WS-StmtHistOpen      VALUE 'Y' FALSE 'N'.
       01 WS-StmtCount             PIC 9(5) VALUE ZERO.
       01 WS-StmtFailCount         PIC 9(5) VALUE ZERO.
       01 WS-StmtDayCount          PIC 9(3) VALUE ZERO.
       01 WS-StmtIntake            PIC 9(7) VALUE ZERO.
       01 WS-StmtBurned            PIC 9(7) VALUE ZERO.
       01 WS-StmtNet               PIC S9(7) VALUE ZERO.
       01 WS-StmtSumProt           PIC 9(7) VALUE ZERO.
       01 WS-StmtSumCarb           PIC 9(7) VALUE ZERO.
       01 WS-StmtSumFat            PIC 9(7) VALUE ZERO.
       01 WS-StmtSumCalGoal        PIC 9(9) VALUE ZERO.
       01 WS-StmtSumProtGoal       PIC 9(9) VALUE ZERO.
       01 WS-StmtSumCarbGoal       PIC 9(9) VALUE ZERO.
       01 WS-StmtSumFatGoal        PIC 9(9) VALUE ZERO.
       01 WS-StmtAvgCal            PIC 9(5) VALUE ZERO.
       01 WS-StmtAvgNet            PIC S9(5) VALUE ZERO.
       01 WS-StmtAvgProt           PIC 9(4) VALUE ZERO.
       01 WS-StmtAvgCarb           PIC 9(4) VALUE ZERO.
       01 WS-StmtAvgFat            PIC 9(4) VALUE ZERO.
       01 WS-StmtOnTarget          PIC 9(3) VALUE ZERO.
       01 WS-StmtCurStreak         PIC 9(3) VALUE ZERO.
       01 WS-StmtBestStreak        PIC 9(3) VALUE ZERO.
       01 WS-StmtWeighIns          PIC 9(3) VALUE ZERO.
       01 WS-StmtOpenWeight        PIC 9(3) VALUE ZERO.
       01 WS-StmtOpenDate          PIC 9(8) VALUE ZERO.
       01 WS-StmtCloseWeight       PIC 9(3) VALUE ZERO.
       01 WS-StmtCloseDate         PIC 9(8) VALUE ZERO.
       01 WS-StmtWeightChange      PIC S9(3) VALUE ZERO.
       01 WS-StmtCmpThis           PIC S9(7).
       01 WS-StmtCmpPrior          PIC S9(7).
       01 WS-StmtSub               PIC 9(3).
       01 WS-StmtSlot              PIC 9(3).
       01 WS-StmtIx                PIC 9(3).
       01 WS-StmtBestSlot          PIC 9(3).
       01 WS-StmtFoundSwitch       PIC X    VALUE 'N'.
           88 WS-StmtFound         VALUE 'Y' FALSE 'N'.
       01 WS-StmtActivities.
           02 WS-StmtActCount      PIC 9(3) VALUE ZERO.
           02 WS-StmtActivity OCCURS 50.
              03 WS-SA-Desc        PIC X(50).
              03 WS-SA-Count       PIC 9(5).
              03 WS-SA-Burned      PIC 9(7).
              03 WS-SA-Shown       PIC X.
       01 RPT-StmtHeading.
           02 FILLER               PIC X(31)
              VALUE "MONTHLY WELLNESS STATEMENT FOR ".
           02 RPT-STH-Name         PIC X(25).
           02 FILLER               PIC X(8)  VALUE " MONTH: ".
           02 RPT-STH-Month        PIC 9(6).
       01 RPT-StmtValueLine.
           02 RPT-SV-Label         PIC X(30).
           02 RPT-SV-Value         PIC -Z,ZZZ,ZZ9.
           02 FILLER               PIC X     VALUE SPACE.
           02 RPT-SV-Note          PIC X(20).
       01 RPT-StmtExColumns.
           02 FILLER               PIC X(50) VALUE "ACTIVITY".
           02 FILLER               PIC X(6)  VALUE " TIMES".
           02 FILLER               PIC X(10) VALUE "    BURNED".
       01 RPT-StmtExLine.
           02 RPT-SX-Desc          PIC X(50).
           02 RPT-SX-Count         PIC ZZZZZ9.
           02 RPT-SX-Burned        PIC Z,ZZZ,ZZ9.
       01 RPT-StmtCmpColumns.
           02 FILLER               PIC X(30) VALUE SPACES.
           02 FILLER               PIC X(11) VALUE " THIS MONTH".
           02 FILLER               PIC X(11) VALUE "  PRIOR MTH".
           02 FILLER               PIC X(11) VALUE "     CHANGE".
       01 RPT-StmtCmpLine.
           02 RPT-SC-Label         PIC X(30).
           02 RPT-SC-This          PIC -Z,ZZZ,ZZ9.
           02 FILLER               PIC X     VALUE SPACE.
           02 RPT-SC-Prior         PIC -Z,ZZZ,ZZ9.
           02 FILLER               PIC X     VALUE SPACE.
           02 RPT-SC-Change        PIC -Z,ZZZ,ZZ9.

      * Food source analysis variables. Hour bands: morning 05-10,
      * midday 11-15, evening 16-20, late night 21-04
       01 WS-SrcUserID             PIC X(25).
       01 WS-SrcStartDate          PIC 9(8).
       01 WS-SrcEndDate            PIC 9(8).
       01 WS-SrcCutoffHour         PIC 99.
       01 WS-SrcPrevDate           PIC 9(8) VALUE ZERO.
       01 WS-SrcDayCount           PIC 9(5) VALUE ZERO.
       01 WS-SrcEntryCount         PIC 9(7) VALUE ZERO.
       01 WS-SrcDropped            PIC 9(7) VALUE ZERO.
       01 WS-SrcTotalCal           PIC 9(9) VALUE ZERO.
       01 WS-SrcTotalProt          PIC 9(9) VALUE ZERO.
       01 WS-SrcTotalCarb          PIC 9(9) VALUE ZERO.
       01 WS-SrcTotalFat           PIC 9(9) VALUE ZERO.
       01 WS-SrcLateCal            PIC 9(9) VALUE ZERO.
       01 WS-SrcPctCal             PIC 999V9.
       01 WS-SrcPctProt            PIC 999V9.
       01 WS-SrcPctCarb            PIC 999V9.
       01 WS-SrcPctFat             PIC 999V9.
       01 WS-SrcAvgCal             PIC 9(7).
       01 WS-SrcFlag               PIC X(10).
       01 WS-SrcRank               PIC 9(3).
       01 WS-SrcSub                PIC 9(3).
       01 WS-SrcSlot               PIC 9(3).
       01 WS-SrcIx                 PIC 9(3).
       01 WS-SrcBestSlot           PIC 9(3).
       01 WS-SrcBand               PIC 9.
       01 WS-SrcFoundSwitch        PIC X    VALUE 'N'.
           88 WS-SrcFound          VALUE 'Y' FALSE 'N'.
       01 WS-SrcRecipeOpenSwitch   PIC X    VALUE 'N'.
           88 WS-SrcRecipeOpen     VALUE 'Y' FALSE 'N'.
       01 WS-SrcFoods.
           02 WS-SrcFoodCount      PIC 9(3) VALUE ZERO.
           02 WS-SrcFood OCCURS 200.
              03 WS-SR-Desc        PIC X(50).
              03 WS-SR-Count       PIC 9(5).
              03 WS-SR-Cal         PIC 9(7).
              03 WS-SR-Prot        PIC 9(7).
              03 WS-SR-Carb        PIC 9(7).
              03 WS-SR-Fat         PIC 9(7).
              03 WS-SR-Flag        PIC X(10).
              03 WS-SR-Shown       PIC X.
       01 WS-SrcBandNames.
           02 FILLER               PIC X(20) VALUE "MORNING (05-10)".
           02 FILLER               PIC X(20) VALUE "MIDDAY (11-15)".
           02 FILLER               PIC X(20) VALUE "EVENING (16-20)".
           02 FILLER               PIC X(20)
              VALUE "LATE NIGHT (21-04)".
       01 WS-SrcBandNameTable REDEFINES WS-SrcBandNames.
           02 WS-SrcBandName       PIC X(20) OCCURS 4.
       01 WS-SrcBands.
           02 WS-SrcBandEntry OCCURS 4.
              03 WS-SB-Entries     PIC 9(5).
              03 WS-SB-Cal         PIC 9(7).
       01 WS-SrcCsvPct1            PIC ZZ9.9.
       01 WS-SrcCsvPct2            PIC ZZ9.9.
       01 WS-SrcCsvPct3            PIC ZZ9.9.
       01 WS-SrcCsvPct4            PIC ZZ9.9.
       01 RPT-SrcHeading.
           02 FILLER               PIC X(26)
              VALUE "FOOD SOURCE ANALYSIS FOR: ".
           02 RPT-SRH-Name         PIC X(25).
       01 RPT-SrcColumns.
           02 FILLER               PIC X(5)  VALUE "RANK ".
           02 FILLER               PIC X(50) VALUE "DESCRIPTION".
           02 FILLER               PIC X(6)  VALUE " TIMES".
           02 FILLER               PIC X(10) VALUE "  CALORIES".
           02 FILLER               PIC X(7)  VALUE "   %CAL".
           02 FILLER               PIC X(7)  VALUE "  %PROT".
           02 FILLER               PIC X(7)  VALUE "  %CARB".
           02 FILLER               PIC X(7)  VALUE "   %FAT".
           02 FILLER               PIC X(11) VALUE " FLAG".
       01 RPT-SrcFoodLine.
           02 RPT-SR-Rank          PIC ZZ9.
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 RPT-SR-Desc          PIC X(50).
           02 RPT-SR-Count         PIC ZZZZZ9.
           02 RPT-SR-Cal           PIC ZZZ,ZZZ,ZZ9.
           02 FILLER               PIC X     VALUE SPACE.
           02 RPT-SR-PctCal        PIC ZZ9.9.
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 RPT-SR-PctProt       PIC ZZ9.9.
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 RPT-SR-PctCarb       PIC ZZ9.9.
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 RPT-SR-PctFat        PIC ZZ9.9.
           02 FILLER               PIC X     VALUE SPACE.
           02 RPT-SR-Flag          PIC X(10).
       01 RPT-SrcTotalLine.
           02 FILLER               PIC X(14) VALUE "TOTAL ENTRIES ".
           02 RPT-ST-Entries       PIC Z,ZZZ,ZZ9.
           02 FILLER               PIC X(10) VALUE "  CALORIES".
           02 RPT-ST-Cal           PIC ZZZ,ZZZ,ZZ9.
           02 FILLER               PIC X(9)  VALUE "  PROTEIN".
           02 RPT-ST-Prot          PIC ZZ,ZZZ,ZZ9.
           02 FILLER               PIC X(7)  VALUE "  CARBS".
           02 RPT-ST-Carb          PIC ZZ,ZZZ,ZZ9.
           02 FILLER               PIC X(5)  VALUE "  FAT".
           02 RPT-ST-Fat           PIC ZZ,ZZZ,ZZ9.
       01 RPT-SrcBandColumns.
           02 FILLER               PIC X(20) VALUE "TIME OF DAY".
           02 FILLER               PIC X(8)  VALUE " ENTRIES".
           02 FILLER               PIC X(12) VALUE "    CALORIES".
           02 FILLER               PIC X(10) VALUE "   AVG/DAY".
           02 FILLER               PIC X(7)  VALUE "   %CAL".
       01 RPT-SrcBandLine.
           02 RPT-SB-Name          PIC X(20).
           02 RPT-SB-Entries       PIC ZZZZZZZ9.
           02 RPT-SB-Cal           PIC ZZZ,ZZZ,ZZ9.
           02 FILLER               PIC X     VALUE SPACE.
           02 RPT-SB-Avg           PIC ZZZ,ZZ9.
           02 FILLER               PIC X(4)  VALUE SPACES.
           02 RPT-SB-Pct           PIC ZZ9.9.
       01 RPT-SrcCutoffLine.
           02 FILLER               PIC X(23)
              VALUE "SHARE OF CALORIES FROM ".
           02 RPT-SK-Hour          PIC 99.
           02 FILLER               PIC X(11) VALUE ":00 ONWARD:".
           02 RPT-SK-Cal           PIC ZZZ,ZZZ,ZZ9.
           02 FILLER               PIC X(5)  VALUE " CAL ".
           02 RPT-SK-Pct           PIC ZZ9.9.
           02 FILLER               PIC X     VALUE "%".
       01 RPT-SrcDaysLine.
           02 FILLER               PIC X(22)
              VALUE "DAYS WITH ENTRIES:    ".
           02 RPT-SD-Days          PIC ZZ,ZZ9.

      * Duplicate sweep variables. A day's entries are held in the
      * day table while they are grouped; suspected duplicates
      * are kept in the row table for the report and the resolve
      * step. File code C is calories.log, E is exercise.idx.
       01 WS-DupStartDate          PIC 9(8).
       01 WS-DupEndDate            PIC 9(8).
       01 WS-DupTolerance          PIC 9(3).
       01 WS-DupWindow             PIC 9(4).
       01 WS-DupFileCode           PIC X.
       01 WS-DupCurDate            PIC 9(8) VALUE ZERO.
       01 WS-DupGroupCount         PIC 9(5) VALUE ZERO.
       01 WS-DupDayFirstGroup      PIC 9(5) VALUE ZERO.
       01 WS-DupG                  PIC 9(5).
       01 WS-DupI                  PIC 9(3).
       01 WS-DupJ                  PIC 9(3).
       01 WS-DupNext               PIC 9(3).
       01 WS-DupCalDiff            PIC S9(4).
       01 WS-DupGap                PIC S9(4).
       01 WS-DupDayOverflow        PIC 9(5) VALUE ZERO.
       01 WS-DupRowOverflow        PIC 9(5) VALUE ZERO.
       01 WS-DupExtraCount         PIC 9(5) VALUE ZERO.
       01 WS-DupExtraCal           PIC 9(7) VALUE ZERO.
       01 WS-DupPrevGroup          PIC 9(5) VALUE ZERO.
       01 WS-DupMembers            PIC 9(3).
       01 WS-DupFirstRow           PIC 9(3).
       01 WS-DupMemberNo           PIC 9(3).
       01 WS-DupKeep               PIC 9(3).
       01 WS-DupDeleted            PIC 9(3).
       01 WS-DupDeleteTotal        PIC 9(5) VALUE ZERO.
       01 WS-DupReply              PIC X.
       01 WS-DupLogOpenSwitch      PIC X    VALUE 'N'.
           88 WS-DupLogOpen        VALUE 'Y' FALSE 'N'.
       01 WS-DupExOpenSwitch       PIC X    VALUE 'N'.
           88 WS-DupExOpen         VALUE 'Y' FALSE 'N'.
       01 WS-DupDay.
           02 WS-DupDayCount       PIC 9(3) VALUE ZERO.
           02 WS-DupDayEntry OCCURS 300.
              03 WS-DD-Key         PIC X(20).
              03 WS-DD-User        PIC X(25).
              03 WS-DD-Minutes     PIC 9(4).
              03 WS-DD-Desc        PIC X(50).
              03 WS-DD-Cal         PIC 9(4).
              03 WS-DD-Group       PIC 9(5).
       01 WS-DupRows.
           02 WS-DupRowCount       PIC 9(3) VALUE ZERO.
           02 WS-DupRow OCCURS 500.
              03 WS-DR-File        PIC X.
              03 WS-DR-Group       PIC 9(5).
              03 WS-DR-Key.
                 04 WS-DR-Date     PIC 9(8).
                 04 WS-DR-Hour     PIC 99.
                 04 WS-DR-Minute   PIC 99.
                 04 WS-DR-Stamp    PIC 9(8).
              03 WS-DR-User        PIC X(25).
              03 WS-DR-Desc        PIC X(50).
              03 WS-DR-Cal         PIC 9(4).
              03 WS-DR-Status      PIC X.
       01 RPT-DupCriteria.
           02 FILLER               PIC X(46)
              VALUE "SAME USER, DATE AND DESCRIPTION; CALORIES +/- ".
           02 RPT-DC-Tolerance     PIC ZZ9.
           02 FILLER               PIC X(8)  VALUE "; WITHIN".
           02 RPT-DC-Window        PIC Z,ZZ9.
           02 FILLER               PIC X(8)  VALUE " MINUTES".
       01 RPT-DupColumns.
           02 FILLER               PIC X(7)  VALUE "GROUP".
           02 FILLER               PIC X(5)  VALUE "FILE".
           02 FILLER               PIC X(9)  VALUE "DATE".
           02 FILLER               PIC X(6)  VALUE "TIME".
           02 FILLER               PIC X(26) VALUE "USER".
           02 FILLER               PIC X(51) VALUE "DESCRIPTION".
           02 FILLER               PIC X(5)  VALUE "  CAL".
           02 FILLER               PIC X(9)  VALUE "    STAMP".
       01 RPT-DupLine.
           02 RPT-DL-Group         PIC ZZZZ9.
           02 FILLER               PIC X(2)  VALUE SPACES.
           02 RPT-DL-File          PIC X.
           02 FILLER               PIC X(4)  VALUE SPACES.
           02 RPT-DL-Date          PIC 9(8).
           02 FILLER               PIC X     VALUE SPACE.
           02 RPT-DL-Hour          PIC 99.
           02 FILLER               PIC X     VALUE ":".
           02 RPT-DL-Minute        PIC 99.
           02 FILLER               PIC X     VALUE SPACE.
           02 RPT-DL-User          PIC X(25).
           02 FILLER               PIC X     VALUE SPACE.
           02 RPT-DL-Desc          PIC X(50).
           02 FILLER               PIC X     VALUE SPACE.
           02 RPT-DL-Cal           PIC Z,ZZ9.
           02 FILLER               PIC X     VALUE SPACE.
           02 RPT-DL-Stamp         PIC 9(8).
       01 RPT-DupTotalLine.
           02 FILLER               PIC X(8)  VALUE "GROUPS: ".
           02 RPT-DT-Groups        PIC ZZ,ZZ9.
           02 FILLER               PIC X(17)
              VALUE "  EXTRA ENTRIES: ".
           02 RPT-DT-Extra         PIC ZZ,ZZ9.
           02 FILLER               PIC X(18)
              VALUE "  EXTRA CALORIES: ".
           02 RPT-DT-ExtraCal      PIC Z,ZZZ,ZZ9.

      * Summary report variables
       01 WS-SummaryStartDate      PIC 9(8).
           DISPLAY "[E] Nutrition Extract".
           DISPLAY "[B] Backup and Rebuild Utility".
           DISPLAY "[U] Convert Old User Profiles".
           DISPLAY "[O] Reopen a Closed Day".
           DISPLAY "[I] Maintain Pantry".
           DISPLAY "[L] Load Product Nutrition Feed".
           DISPLAY "[S] Household Spend Report".
           DISPLAY "[K] Convert Log Files to User Keys".
           DISPLAY "[N] Monthly Statements".
           DISPLAY "[Q] Food Source Analysis".
           DISPLAY "[D] Duplicate Entry Sweep".
           ACCEPT WS-UserAction.

      *    Evaluate user action
                 PERFORM 2400-MaintainBackups
              WHEN 'U' WHEN 'u'
                 PERFORM 2600-ConvertProfiles
              WHEN 'O' WHEN 'o'
                 PERFORM 2050-ReopenClosedDay
              WHEN 'I' WHEN 'i'
                 PERFORM 2700-MaintainPantry
              WHEN 'L' WHEN 'l'
                 PERFORM 2900-LoadProductFeed
              WHEN 'S' WHEN 's'
                 PERFORM 3000-HouseholdSpendReport
              WHEN 'K' WHEN 'k'
                 PERFORM 3100-ConvertLogKeys
              WHEN 'N' WHEN 'n'
                 PERFORM 3200-MonthlyStatements
              WHEN 'Q' WHEN 'q'
                 PERFORM 3300-FoodSourceReport
              WHEN 'D' WHEN 'd'
                 PERFORM 3400-DuplicateSweep
           END-EVALUATE.
           STOP RUN.
       
                    "not be opened, status " WS-CaloriesFileStatus
              ELSE
                 PERFORM 0101-GetEatenDate
                 MOVE LOG-Date TO WS-CloseCheckDate
                 MOVE LOG-UserID TO WS-CloseCheckUser
                 PERFORM 2030-CheckClosedDay
                 IF WS-DayLocked
                    PERFORM 2031-ShowDayLocked
                 ELSE
                    PERFORM 0104-CompleteNewEntry
                 END-IF
                 CLOSE CaloriesLogfile
              END-IF
           ELSE
              END-IF
           END-IF.

      * Take the rest of the entry once its date is known to be
      * open, price it and write it
       0104-CompleteNewEntry.
           PERFORM 0102-GetEatenHour.
           PERFORM 0103-GetEatenMinute.
           ACCEPT LOG-TimeStamp FROM TIME.
           DISPLAY "Enter description (Up to 50 characters long)".
           ACCEPT LOG-EntryDescription.
           PERFORM 0115-CheckRecipe.
           IF NOT WS-RecipeFound
              PERFORM 0110-GetCaloricCount
           END-IF.
           PERFORM 0120-CheckDailyBudget.
           MOVE LOG-CalorieEntry TO FD-CalorieEntry.
           PERFORM 3110-SetLogUserKey.
           WRITE FD-CalorieEntry
              INVALID KEY
                 DISPLAY "An entry already exists for that time."
              NOT INVALID KEY
                 MOVE 1 TO WS-PantryServings
                 PERFORM 2720-DrawDownPantry
           END-WRITE.

      * Look up the user's profile and load their daily calorie goal,
      * so unregistered (or mistyped) user IDs are rejected up front
       0105-CheckUserProfile.
      * Pull the calorie count from the food master, or ask and save
      * it. A miss first offers a partial-name search so a typo can
      * pick the existing food instead of spawning a duplicate.
      * A scanned or typed UPC in place of the description finds
      * the food by its barcode; an unknown UPC is saved on the
      * food the user names for it.
       0110-GetCaloricCount.
           MOVE LOG-EntryDescription TO MST-FoodDescription.
           OPEN I-O FoodMasterfile.
              CLOSE FoodMasterfile
              OPEN I-O FoodMasterfile
           END-IF.
           IF WS-FoodFileStatus NOT = "00"
              DISPLAY "Could not open food.master, status "
                 WS-FoodFileStatus
              IF WS-FoodFileStatus = "39"
                 DISPLAY "The file is on an older layout - "
                    "convert it with [F] then [V] first."
              END-IF
              PERFORM 0111-GetNewFoodCalories
              PERFORM 0112-GetNewFoodProtein
              PERFORM 0113-GetNewFoodCarbs
              PERFORM 0114-GetNewFoodFat
           ELSE
              SET WS-FoodFound TO FALSE
              PERFORM 0119-CheckForUPC
              IF WS-UpcEntered
                 PERFORM 0109-FindFoodByUPC
              END-IF
              IF NOT WS-FoodFound
                 READ FoodMasterfile
                    NOT INVALID KEY
                       SET WS-FoodFound TO TRUE
                 END-READ
              END-IF
              IF NOT WS-FoodFound
                 PERFORM 0118-OfferFoodSearch
              END-IF
              IF WS-FoodFound AND WS-FoodUPC NOT = SPACES
                 AND MST-UPCCode = SPACES
                 MOVE WS-FoodUPC TO MST-UPCCode
                 REWRITE MST-FoodEntry
                    INVALID KEY
                       DISPLAY "Could not save the UPC on the food."
                    NOT INVALID KEY
                       DISPLAY "UPC " WS-FoodUPC " saved on "
                          MST-FoodDescription
                 END-REWRITE
              END-IF
              IF WS-FoodFound
                 MOVE MST-CaloricCount TO LOG-CaloricCount
                 MOVE MST-ProteinGrams TO LOG-ProteinGrams
                 MOVE MST-CarbGrams TO LOG-CarbGrams
                 MOVE MST-FatGrams TO LOG-FatGrams
                 DISPLAY "Using saved calorie count: "
                    LOG-CaloricCount
              ELSE
                 PERFORM 0111-GetNewFoodCalories
                 PERFORM 0112-GetNewFoodProtein
                 PERFORM 0113-GetNewFoodCarbs
                 PERFORM 0114-GetNewFoodFat
                 MOVE LOG-EntryDescription TO MST-FoodDescription
                 MOVE LOG-CaloricCount TO MST-CaloricCount
                 MOVE LOG-ProteinGrams TO MST-ProteinGrams
                 MOVE LOG-CarbGrams TO MST-CarbGrams
                 MOVE LOG-FatGrams TO MST-FatGrams
                 MOVE WS-FoodUPC TO MST-UPCCode
                 MOVE ZERO TO MST-CostPerServing
                 WRITE MST-FoodEntry
              END-IF
              CLOSE FoodMasterfile
           END-IF.

      * Decide whether the description typed is really a UPC - 8 to
      * 13 digits and nothing else
       0119-CheckForUPC.
           SET WS-UpcEntered TO FALSE.
           MOVE SPACES TO WS-FoodUPC.
           MOVE ZERO TO WS-UpcDigits.
           MOVE LOG-EntryDescription TO WS-UpcCheck.
           INSPECT WS-UpcCheck TALLYING WS-UpcDigits
              FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-UpcDigits NOT LESS THAN 8
              AND WS-UpcDigits NOT GREATER THAN 13
              IF WS-UpcCheck (1:WS-UpcDigits) IS NUMERIC
                 AND WS-UpcCheck (WS-UpcDigits + 1:) = SPACES
                 SET WS-UpcEntered TO TRUE
                 MOVE WS-UpcCheck (1:WS-UpcDigits) TO WS-FoodUPC
              END-IF
           END-IF.

      * Read the food master by UPC over the handle 0110 has open;
      * an unknown UPC asks what the food is called
       0109-FindFoodByUPC.
           MOVE WS-FoodUPC TO MST-UPCCode.
           READ FoodMasterfile KEY IS MST-UPCCode
              INVALID KEY
                 DISPLAY "No saved food carries UPC " WS-FoodUPC
              NOT INVALID KEY
                 SET WS-FoodFound TO TRUE
                 MOVE MST-FoodDescription TO LOG-EntryDescription
                 DISPLAY "UPC " WS-FoodUPC " is "
                    MST-FoodDescription
           END-READ.
           IF NOT WS-FoodFound
              PERFORM 0106-GetDescriptionForUPC
              MOVE LOG-EntryDescription TO MST-FoodDescription
           END-IF.

      * Prompt for the name of an unknown UPC's food, re-asking
      * until one is given
       0106-GetDescriptionForUPC.
           DISPLAY "Enter description for this product".
           MOVE SPACES TO LOG-EntryDescription.
           ACCEPT LOG-EntryDescription.
           IF LOG-EntryDescription = SPACES
              DISPLAY "A description is needed to save the product."
              PERFORM 0106-GetDescriptionForUPC
           END-IF.

      * Prompt for a new food's calories, re-asking until 0-999
       0111-GetNewFoodCalories.
                 SET WS-RecipeFound TO FALSE
              NOT INVALID KEY
                 SET WS-RecipeFound TO TRUE
                 PERFORM 1250-NoteRecipeYield
           END-READ.
           IF WS-RecipeFound
              PERFORM 0116-ExplodeRecipe
           CLOSE RecipeFile.

      * Total the recipe's ingredients from the food master and
      * leave one consolidated set of values for a single serving
      * in the log fields
       0116-ExplodeRecipe.
           MOVE ZERO TO WS-RecipeCalTotal WS-RecipeProtTotal
              WS-RecipeCarbTotal WS-RecipeFatTotal.
           END-IF.
           PERFORM 0117-AddIngredientToTotals UNTIL WS-RecipeEnd.
           CLOSE FoodMasterfile.
           IF WS-RecipeYield > 1
              COMPUTE WS-RecipeCalTotal ROUNDED =
                 WS-RecipeCalTotal / WS-RecipeYield
              COMPUTE WS-RecipeProtTotal ROUNDED =
                 WS-RecipeProtTotal / WS-RecipeYield
              COMPUTE WS-RecipeCarbTotal ROUNDED =
                 WS-RecipeCarbTotal / WS-RecipeYield
              COMPUTE WS-RecipeFatTotal ROUNDED =
                 WS-RecipeFatTotal / WS-RecipeYield
           END-IF.
      *    The log fields only hold three digits, so a very rich
      *    dish is capped there rather than written wrong
           IF WS-RecipeCalTotal > 999
           END-IF.

      * Warn if this entry pushes the day's total past the daily goal
      * in force on the entry date
      * A closed day's total comes from the one posted daily.totals
      * record; an open (or reopened) day starts the keyed scan at
      * the entry date itself over the handle 0100-CreateEntry
      * already has open I-O - the file must not be re-opened here
      * or the OPEN fails with FILE STATUS 41 (file already open).
       0120-CheckDailyBudget.
           MOVE ZERO TO WS-CaloricTotal.
           MOVE LOG-Date TO WS-CloseCheckDate.
           MOVE LOG-UserID TO WS-CloseCheckUser.
           PERFORM 2030-CheckClosedDay.
           IF WS-DayLocked
              PERFORM 0125-AddPostedDayTotal
           ELSE
              SET LOG-EndOfFile TO FALSE
              MOVE LOG-UserID TO FD-UK-UserID
              MOVE LOG-Date TO FD-UK-Date
              MOVE ZERO TO FD-UK-Time FD-UK-TimeStamp
              START CaloriesLogfile KEY IS NOT LESS THAN FD-UserKey
                 INVALID KEY SET LOG-EndOfFile TO TRUE
              END-START
              IF NOT LOG-EndOfFile
                 END-READ
              END-IF
              PERFORM 0130-AccumulateDailyEntry UNTIL LOG-EndOfFile
                 OR FD-UserID NOT = LOG-UserID
                 OR FD-Date > LOG-Date
           END-IF.
           COMPUTE WS-CaloricTotal = WS-CaloricTotal + LOG-CaloricCount.
           MOVE LOG-UserID TO WS-GoalHistUser.
           PERFORM 2800-LoadGoalHistory.
           MOVE WS-DailyCalorieGoal TO WS-EffCalGoal.
           MOVE LOG-Date TO WS-GoalHistDate.
           PERFORM 2805-FindGoalForDate.
           IF WS-CaloricTotal > WS-EffCalGoal
              DISPLAY "Warning: this entry brings today's total to "
                 WS-CaloricTotal
              DISPLAY "That is over your daily goal of "
                 WS-EffCalGoal
           END-IF.

      * Pull the posted total for the entry's closed day and user
                    MOVE "Time,Calories,Description,RunningTotal"
                       TO CSV-PrintLine
                    WRITE CSV-PrintLine
                    PERFORM 0206-StartUserDay
                    PERFORM 0230-PrintCalorieEntry UNTIL LOG-EndOfFile
                       OR FD-UserID NOT = RPT-NAME
                       OR FD-Date > WS-TargetDate
                 CLOSE CsvReport
              ELSE
                 OPEN OUTPUT CaloricReport
                    PERFORM 0210-PrintHeading
                    PERFORM 0220-PrintValueHeader
                    PERFORM 0206-StartUserDay
                    PERFORM 0230-PrintCalorieEntry UNTIL LOG-EndOfFile
                       OR FD-UserID NOT = RPT-NAME
                       OR FD-Date > WS-TargetDate
                    WRITE RPT-PrintLine FROM RPT-Footer AFTER
                    ADVANCING 5 LINE
                    WRITE RPT-PrintLine FROM RPT-MacroFooter AFTER
              CLOSE CaloriesLogfile
           END-IF.

      * Position on the report user's first entry of the report day
      * by the user key
       0206-StartUserDay.
           MOVE RPT-NAME TO FD-UK-UserID.
           MOVE WS-TargetDate TO FD-UK-Date.
           MOVE ZERO TO FD-UK-Time FD-UK-TimeStamp.
           START CaloriesLogfile KEY IS NOT LESS THAN FD-UserKey
              INVALID KEY SET LOG-EndOfFile TO TRUE
           END-START.
           IF NOT LOG-EndOfFile
              READ CaloriesLogfile NEXT RECORD
                 AT END SET LOG-EndOfFile TO TRUE
              END-READ
           END-IF.

      * Create report title
       0210-PrintHeading.
           WRITE RPT-PrintLine FROM RPT-Heading.
              END-IF
              ADD 1 TO WS-LineCount
           END-IF.
           READ CaloriesLogfile NEXT RECORD
              AT END SET LOG-EndOfFile TO TRUE
           END-READ.


      * Gate the change on ownership first - only the entry's own
      * user or the household admin may change it, and an admin
      * override is noted in the audit trail. A closed day must
      * be reopened before anything dated on it can change.
       0320-ApplyMaintAction.
           MOVE SPACE TO WS-AuditOverride.
           IF FD-UserID NOT = WS-AuditActingUser
              DISPLAY "Only that user or the household admin may "
                 "change it."
           ELSE
              MOVE FD-Date TO WS-CloseCheckDate
              MOVE FD-UserID TO WS-CloseCheckUser
              PERFORM 2030-CheckClosedDay
              IF WS-DayLocked
                 PERFORM 2031-ShowDayLocked
              ELSE
                 IF FD-UserID NOT = WS-AuditActingUser
                    MOVE 'Y' TO WS-AuditOverride
                    DISPLAY "Admin override - the change will be "
                       "noted in the audit trail."
                 END-IF
                 PERFORM 0325-ApplyCheckedMaint
              END-IF
           END-IF.

      * Update or delete the entry currently held in FD-CalorieEntry,
              MOVE WS-SummaryStartDate TO WS-OpenScanFrom
           END-IF.
           SET LOG-EndOfFile TO FALSE.
           OPEN INPUT CaloriesLogfile.
           IF WS-CaloriesFileStatus NOT = "00"
              DISPLAY "Could not open calories.log, status "
                    PERFORM 0450-IncludeArchiveEntries
                 END-IF
                 PERFORM 0460-IncludePostedDays
                 MOVE RPT-NAME TO FD-UK-UserID
                 MOVE WS-OpenScanFrom TO FD-UK-Date
                 MOVE ZERO TO FD-UK-Time FD-UK-TimeStamp
                 START CaloriesLogfile KEY IS NOT LESS THAN FD-UserKey
                    INVALID KEY SET LOG-EndOfFile TO TRUE
                 END-START
                 IF NOT LOG-EndOfFile
                    END-READ
                 END-IF
                 PERFORM 0410-AccumulateSummaryEntry
                    UNTIL LOG-EndOfFile OR FD-UserID NOT = RPT-NAME
                       OR FD-Date > WS-SummaryEndDate
                 PERFORM 0420-PrintDaySubtotal
                 IF WS-DayCount > ZERO
                    COMPUTE WS-AveragePerDay ROUNDED =
           SET EX-EndOfFile TO FALSE.
           OPEN INPUT ExerciseIdxfile.
           IF WS-ExIdxFileStatus = "00"
              MOVE RPT-NAME TO EXI-UK-UserID
              MOVE WS-TargetDate TO EXI-UK-Date
              MOVE ZERO TO EXI-UK-Time EXI-UK-TimeStamp
              START ExerciseIdxfile KEY IS NOT LESS THAN EXI-UserKey
                 INVALID KEY SET EX-EndOfFile TO TRUE
              END-START
              IF NOT EX-EndOfFile
                 END-READ
              END-IF
              PERFORM 0241-AccumulateBurnedEntry UNTIL EX-EndOfFile
                 OR EXI-UserID NOT = RPT-NAME
                 OR EXI-Date > WS-TargetDate
              CLOSE ExerciseIdxfile
           ELSE
      * user has signed in and the file is open
       0510-AcceptExerciseEntry.
           PERFORM 0501-GetExerciseDate.
           MOVE EX-Date TO WS-CloseCheckDate.
           MOVE EX-UserID TO WS-CloseCheckUser.
           PERFORM 2030-CheckClosedDay.
           IF WS-DayLocked
              PERFORM 2031-ShowDayLocked
           ELSE
              PERFORM 0511-CompleteExerciseEntry
           END-IF.

      * Take the rest of the session once its date is known to be
      * open, work out the burn and write it
       0511-CompleteExerciseEntry.
           PERFORM 0502-GetExerciseHour.
           PERFORM 0503-GetExerciseMinute.
           DISPLAY "Enter activity (Up to 50 characters long)".
           MOVE EX-ActivityDescription
              TO EXI-ActivityDescription.
           MOVE EX-CaloriesBurned TO EXI-CaloriesBurned.
           PERFORM 3111-SetExerciseUserKey.
           WRITE EXI-ExerciseEntry
              INVALID KEY
                 DISPLAY "An entry already exists for that time."
                    WRITE PRF-UserProfile
                       INVALID KEY
                          DISPLAY "Could not save the profile."
                       NOT INVALID KEY
                          PERFORM 2812-RecordFirstGoals
                    END-WRITE
                 NOT INVALID KEY
                    MOVE PRF-PIN TO WS-ProfilePIN
                       DISPLAY "Current carb goal (g): "
                          PRF-CarbGoal
                       DISPLAY "Current fat goal (g): " PRF-FatGoal
                       MOVE PRF-CalorieGoal TO WS-OldCalGoal
                       MOVE PRF-ProteinGoal TO WS-OldProtGoal
                       MOVE PRF-CarbGoal TO WS-OldCarbGoal
                       MOVE PRF-FatGoal TO WS-OldFatGoal
                       PERFORM 0601-GetCalorieGoal
                       PERFORM 0602-GetProteinGoal
                       PERFORM 0603-GetCarbGoal
                       REWRITE PRF-UserProfile
                          INVALID KEY
                             DISPLAY "Could not update the profile."
                          NOT INVALID KEY
                             IF PRF-CalorieGoal NOT = WS-OldCalGoal
                                OR PRF-ProteinGoal NOT = WS-OldProtGoal
                                OR PRF-CarbGoal NOT = WS-OldCarbGoal
                                OR PRF-FatGoal NOT = WS-OldFatGoal
                                PERFORM 2810-RecordGoalChange
                             END-IF
                       END-REWRITE
                    END-IF
              END-READ
              END-IF
           END-IF.

      * Validate one parameter record and produce its report.
      * Action M is the month-end statement run: the start date
      * names the month, the user is ignored and every profile
      * gets a statement and a run-log line of its own.
       0710-ProcessBatchParam.
           ADD 1 TO WS-BatchReadCount.
           IF BPR-StartDate IS NOT NUMERIC
              OR (BPR-Action = 'S' AND BPR-EndDate IS NOT NUMERIC)
              OR (BPR-Action NOT = 'D' AND BPR-Action NOT = 'S'
                 AND BPR-Action NOT = 'M')
              OR (BPR-Action = 'M' AND (BPR-StartDate (5:2) < "01"
                 OR BPR-StartDate (5:2) > "12"))
              ADD 1 TO WS-BatchFailCount
              MOVE "(none)" TO WS-BatchOutputName
              MOVE "REJECTED" TO WS-BatchStatusText
              PERFORM 0730-WriteRunLogLine
           ELSE
              IF BPR-Action = 'M'
                 COMPUTE WS-StmtMonth = BPR-StartDate / 100
                 SET WS-StmtBatch TO TRUE
                 PERFORM 3205-RunStatements
                 SET WS-StmtBatch TO FALSE
              ELSE
                 PERFORM 0715-ProduceBatchReport
              END-IF
           END-IF.
           READ BatchParams
              AT END SET BPR-EndOfFile TO TRUE
           END-READ.

      * Produce the daily or summary report for one parameter
      * record and log it
       0715-ProduceBatchReport.
           PERFORM 0720-BuildBatchOutputName.
           IF BPR-Action = 'D'
              MOVE BPR-UserID TO RPT-NAME
              MOVE BPR-StartDate TO WS-TargetDate
              MOVE BPR-Format TO WS-ReportFormat
              PERFORM 0205-GenerateReport
           ELSE
              MOVE BPR-UserID TO RPT-NAME
              MOVE BPR-StartDate TO WS-SummaryStartDate
              MOVE BPR-EndDate TO WS-SummaryEndDate
              SET WS-IncludeArchive TO FALSE
              PERFORM 0405-GenerateSummaryReport
           END-IF.
           IF WS-CaloriesFileStatus = "00"
              ADD 1 TO WS-BatchDoneCount
              MOVE "PRODUCED" TO WS-BatchStatusText
           ELSE
              ADD 1 TO WS-BatchFailCount
              MOVE "ERROR" TO WS-BatchStatusText
           END-IF.
           PERFORM 0730-WriteRunLogLine.

      * Build the per-run output file name for this parameter record
       0720-BuildBatchOutputName.
           MOVE SPACES TO WS-BatchOutputName.
              MOVE WS-ImpCarbs TO LOG-CarbGrams
              MOVE WS-ImpFat TO LOG-FatGrams
              MOVE LOG-CalorieEntry TO FD-CalorieEntry
              PERFORM 3110-SetLogUserKey
      *       The key is checkpointed before the WRITE so a run
      *       killed between the two leaves a reconcilable in-doubt
      *       line instead of a spurious duplicate reject on resume
                 PERFORM 0105-CheckUserProfile
                 IF NOT WS-ProfileFound
                    MOVE "03" TO WS-ImportReason
                 ELSE
                    MOVE WS-ImpDate TO WS-CloseCheckDate
                    MOVE WS-ImpUserID TO WS-CloseCheckUser
                    PERFORM 2030-CheckClosedDay
                    IF WS-DayLocked
                       MOVE "09" TO WS-ImportReason
                    END-IF
                 END-IF
           END-EVALUATE.

                 MOVE "  (ADMIN OVERRIDE)" TO RPT-PrintLine
                 WRITE RPT-PrintLine AFTER ADVANCING 1 LINE
              END-IF
              EVALUATE AUD-FileCode
                 WHEN 'E'
                    MOVE AUD-BeforeImage TO WS-ExAuditImage
                    MOVE "  BEFORE:" TO RPT-AI-Label
                    PERFORM 1107-PrintExAuditImage
                    IF AUD-Action = 'U'
                       MOVE AUD-AfterImage TO WS-ExAuditImage
                       MOVE "  AFTER: " TO RPT-AI-Label
                       PERFORM 1107-PrintExAuditImage
                    END-IF
                 WHEN 'D'
                    MOVE AUD-BeforeImage TO WS-DayAuditImage
                    MOVE "  POSTED:" TO RPT-AD-Label
                    PERFORM 1108-PrintDayAuditImage
                 WHEN 'F'
                    MOVE AUD-BeforeImage TO WS-FoodAuditImage
                    MOVE "  BEFORE:" TO RPT-AF-Label
                    PERFORM 1109-PrintFoodAuditImage
                    IF AUD-Action = 'U'
                       MOVE AUD-AfterImage TO WS-FoodAuditImage
                       MOVE "  AFTER: " TO RPT-AF-Label
                       PERFORM 1109-PrintFoodAuditImage
                    END-IF
                 WHEN OTHER
                    MOVE AUD-BeforeImage TO WS-AuditImage
                    MOVE "  BEFORE:" TO RPT-AI-Label
                    PERFORM 1106-PrintAuditImage
                    IF AUD-Action = 'U'
                       MOVE AUD-AfterImage TO WS-AuditImage
                       MOVE "  AFTER: " TO RPT-AI-Label
                       PERFORM 1106-PrintAuditImage
                    END-IF
              END-EVALUATE
           END-IF.
           READ AuditFile
              AT END SET AUD-EndOfFile TO TRUE
           WRITE RPT-PrintLine FROM RPT-AuditImageLine AFTER
              ADVANCING 1 LINE.

      * Print the decoded posted-day image held in WS-DayAuditImage
      * (file D action O is the admin reopening a closed day)
       1108-PrintDayAuditImage.
           MOVE WS-DayAud-Date TO RPT-AD-Date.
           MOVE WS-DayAud-UserID TO RPT-AD-User.
           MOVE WS-DayAud-Calories TO RPT-AD-Cal.
           MOVE WS-DayAud-Burned TO RPT-AD-Burn.
           MOVE WS-DayAud-Count TO RPT-AD-Count.
           WRITE RPT-PrintLine FROM RPT-AuditDayLine AFTER
              ADVANCING 1 LINE.

      * Print the decoded food master image held in
      * WS-FoodAuditImage (file F is a nutrition change)
       1109-PrintFoodAuditImage.
           MOVE WS-FdAud-UPC TO RPT-AF-UPC.
           MOVE WS-FdAud-Calories TO RPT-AF-Cal.
           MOVE WS-FdAud-Protein TO RPT-AF-Prot.
           MOVE WS-FdAud-Carbs TO RPT-AF-Carb.
           MOVE WS-FdAud-Fat TO RPT-AF-Fat.
           MOVE WS-FdAud-Desc TO RPT-AF-Desc.
           WRITE RPT-PrintLine FROM RPT-AuditFoodLine AFTER
              ADVANCING 1 LINE.

      * Append one change record to the audit trail. The caller
      * leaves the action, file code and images in working storage.
       1110-WriteAuditRecord.
           READ RecipeFile
              INVALID KEY
                 DISPLAY "Registering new recipe " WS-RecipeName
                 PERFORM 1213-GetRecipeYield
                 MOVE WS-RecipeName TO RCP-RecipeName
                 MOVE ZERO TO RCP-LineNo
                 MOVE SPACES TO RCP-Ingredient
                 MOVE WS-RecipeYieldEntry TO RCP-Quantity
                 WRITE RCP-RecipeLine
                    INVALID KEY
                       DISPLAY "Could not save the recipe header."
                 MOVE ZERO TO WS-RecipeLineCount
                 PERFORM 1210-AddIngredients
              NOT INVALID KEY
                 PERFORM 1250-NoteRecipeYield
                 PERFORM 1220-ListRecipe
                 PERFORM 1225-ShowRecipeCost
                 DISPLAY "[A] Add ingredients  [R] Remove a line  "
                    "[D] Delete recipe"
                 DISPLAY "[Y] Servings per batch: " WITH NO ADVANCING
                 ACCEPT WS-MaintAction
                 EVALUATE WS-MaintAction
                    WHEN 'A' WHEN 'a'
                       PERFORM 1230-RemoveIngredient
                    WHEN 'D' WHEN 'd'
                       PERFORM 1240-DeleteRecipe
                    WHEN 'Y' WHEN 'y'
                       PERFORM 1214-SetRecipeYield
                    WHEN OTHER
                       DISPLAY "Invalid action, no changes made."
                 END-EVALUATE
              PERFORM 1212-GetIngredientQty
           END-IF.

      * Prompt for the servings one batch makes, re-asking until
      * numeric; zero is taken as one
       1213-GetRecipeYield.
           DISPLAY "How many servings does one batch make? (1-999)".
           ACCEPT WS-RecipeYieldEntry.
           IF WS-RecipeYieldEntry IS NOT NUMERIC
              DISPLAY "Invalid servings. Enter 1 to 999."
              PERFORM 1213-GetRecipeYield
           END-IF.
           IF WS-RecipeYieldEntry = ZERO
              MOVE 1 TO WS-RecipeYieldEntry
           END-IF.

      * Change the servings per batch held on the recipe header
       1214-SetRecipeYield.
           PERFORM 1213-GetRecipeYield.
           MOVE WS-RecipeName TO RCP-RecipeName.
           MOVE ZERO TO RCP-LineNo.
           READ RecipeFile
              INVALID KEY
                 DISPLAY "The recipe header is missing."
              NOT INVALID KEY
                 MOVE WS-RecipeYieldEntry TO RCP-Quantity
                 REWRITE RCP-RecipeLine
                    INVALID KEY
                       DISPLAY "Could not save the servings."
                    NOT INVALID KEY
                       DISPLAY "Servings per batch set to "
                          WS-RecipeYieldEntry
                 END-REWRITE
           END-READ.

      * List the recipe's ingredient lines and note the highest
      * line number so new lines are appended after it
       1220-ListRecipe.
           IF RCP-RecipeName NOT = WS-RecipeName
              SET WS-RecipeEnd TO TRUE
           ELSE
              MOVE ZERO TO WS-RecipeLineCost
              MOVE RCP-Ingredient TO MST-FoodDescription
              READ FoodMasterfile
                 NOT INVALID KEY
                    COMPUTE WS-RecipeLineCost =
                       RCP-Quantity * MST-CostPerServing
              END-READ
              MOVE WS-RecipeLineCost TO WS-RecipeCostShow
              DISPLAY "Line " RCP-LineNo ": " RCP-Ingredient
                 " quantity " RCP-Quantity " cost " WS-RecipeCostShow
              MOVE RCP-LineNo TO WS-RecipeLineCount
              READ RecipeFile NEXT RECORD
                 AT END SET WS-RecipeEnd TO TRUE
              END-READ
           END-IF.

      * Show the batch and per-serving cost of the recipe being
      * maintained; the food master is open alongside the recipes
       1225-ShowRecipeCost.
           PERFORM 1260-CostRecipe.
           DISPLAY "Servings per batch: " WS-RecipeYield.
           MOVE WS-RecipeBatchCost TO WS-RecipeCostShow.
           DISPLAY "Cost per batch:   " WS-RecipeCostShow.
           MOVE WS-RecipeServCost TO WS-RecipeCostShow.
           DISPLAY "Cost per serving: " WS-RecipeCostShow.
           IF WS-RecipeUnpriced > ZERO
              DISPLAY "Note: " WS-RecipeUnpriced
                 " ingredient(s) have no price on file."
           END-IF.

      * Remove a single ingredient line by its line number
       1230-RemoveIngredient.
           PERFORM 1231-GetRemoveLineNo.
              END-READ
           END-IF.

      * Take the servings per batch from the recipe header just
      * read; an unset header counts as one serving
       1250-NoteRecipeYield.
           IF RCP-Quantity = ZERO
              MOVE 1 TO WS-RecipeYield
           ELSE
              MOVE RCP-Quantity TO WS-RecipeYield
           END-IF.

      * Cost WS-RecipeName from its ingredient lines for a batch,
      * then divide by WS-RecipeYield for one serving. The recipe
      * and food masters must already be open.
       1260-CostRecipe.
           MOVE ZERO TO WS-RecipeBatchCost WS-RecipeBatchCal
              WS-RecipeBatchProt WS-RecipeUnpriced.
           SET WS-RecipeEnd TO FALSE.
           MOVE WS-RecipeName TO RCP-RecipeName.
           MOVE 1 TO RCP-LineNo.
           START RecipeFile KEY IS NOT LESS THAN RCP-Key
              INVALID KEY SET WS-RecipeEnd TO TRUE
           END-START.
           IF NOT WS-RecipeEnd
              READ RecipeFile NEXT RECORD
                 AT END SET WS-RecipeEnd TO TRUE
              END-READ
           END-IF.
           PERFORM 1261-CostRecipeLine UNTIL WS-RecipeEnd.
           COMPUTE WS-RecipeServCost ROUNDED =
              WS-RecipeBatchCost / WS-RecipeYield.
           COMPUTE WS-RecipeServCal ROUNDED =
              WS-RecipeBatchCal / WS-RecipeYield.
           COMPUTE WS-RecipeServProt ROUNDED =
              WS-RecipeBatchProt / WS-RecipeYield.

      * Add one ingredient line to the batch cost and nutrition
       1261-CostRecipeLine.
           IF RCP-RecipeName NOT = WS-RecipeName
              SET WS-RecipeEnd TO TRUE
           ELSE
              MOVE RCP-Ingredient TO MST-FoodDescription
              READ FoodMasterfile
                 INVALID KEY
                    ADD 1 TO WS-RecipeUnpriced
                 NOT INVALID KEY
                    COMPUTE WS-RecipeBatchCost = WS-RecipeBatchCost
                       + RCP-Quantity * MST-CostPerServing
                    COMPUTE WS-RecipeBatchCal = WS-RecipeBatchCal
                       + RCP-Quantity * MST-CaloricCount
                    COMPUTE WS-RecipeBatchProt = WS-RecipeBatchProt
                       + RCP-Quantity * MST-ProteinGrams
                    IF MST-CostPerServing = ZERO
                       ADD 1 TO WS-RecipeUnpriced
                    END-IF
              END-READ
              READ RecipeFile NEXT RECORD
                 AT END SET WS-RecipeEnd TO TRUE
              END-READ
           END-IF.

      * Cost every recipe on file per batch and per serving into
      * recipe-cost.rpt
       1270-RecipeCostReport.
           OPEN INPUT RecipeFile.
           OPEN INPUT FoodMasterfile.
           IF WS-RecipeFileStatus NOT = "00"
              OR WS-FoodFileStatus NOT = "00"
              DISPLAY "Could not open the masters - food status "
                 WS-FoodFileStatus " recipe status "
                 WS-RecipeFileStatus
              IF WS-FoodFileStatus = "00"
                 CLOSE FoodMasterfile
              END-IF
              IF WS-RecipeFileStatus = "00"
                 CLOSE RecipeFile
              END-IF
           ELSE
              MOVE "recipe-cost.rpt" TO WS-ReportFileName
              OPEN OUTPUT CaloricReport
              MOVE "RECIPE COSTS PER BATCH AND PER SERVING"
                 TO RPT-PrintLine
              WRITE RPT-PrintLine
              WRITE RPT-PrintLine FROM RPT-RecipeCostHeading AFTER
                 ADVANCING 2 LINES
              MOVE ZERO TO WS-RecipeCostCount
              MOVE SPACES TO WS-RecipeName
              PERFORM 1271-CostNextRecipe
              PERFORM 1272-WriteRecipeCost
                 UNTIL WS-RecipeName = HIGH-VALUES
              CLOSE CaloricReport
              CLOSE FoodMasterfile
              CLOSE RecipeFile
              DISPLAY "Recipes costed: " WS-RecipeCostCount
              DISPLAY "Report written to recipe-cost.rpt"
           END-IF.

      * Position on the header of the recipe after WS-RecipeName,
      * leaving HIGH-VALUES in WS-RecipeName when none is left
       1271-CostNextRecipe.
           MOVE WS-RecipeName TO RCP-RecipeName.
           MOVE 999 TO RCP-LineNo.
           START RecipeFile KEY IS GREATER THAN RCP-Key
              INVALID KEY
                 MOVE HIGH-VALUES TO WS-RecipeName
              NOT INVALID KEY
                 READ RecipeFile NEXT RECORD
                    AT END
                       MOVE HIGH-VALUES TO WS-RecipeName
                    NOT AT END
                       MOVE RCP-RecipeName TO WS-RecipeName
                       IF RCP-LineNo = ZERO
                          PERFORM 1250-NoteRecipeYield
                       ELSE
                          MOVE 1 TO WS-RecipeYield
                       END-IF
                 END-READ
           END-START.

      * Cost and print the recipe in WS-RecipeName, then move on
       1272-WriteRecipeCost.
           PERFORM 1260-CostRecipe.
           ADD 1 TO WS-RecipeCostCount.
           MOVE WS-RecipeName TO RPT-RC-Name.
           MOVE WS-RecipeYield TO RPT-RC-Yield.
           MOVE WS-RecipeBatchCost TO RPT-RC-Batch.
           MOVE WS-RecipeServCost TO RPT-RC-Serving.
           MOVE WS-RecipeServCal TO RPT-RC-Cal.
           IF WS-RecipeUnpriced > ZERO
              MOVE "*UNPRICED" TO RPT-RC-Flag
           ELSE
              MOVE SPACES TO RPT-RC-Flag
           END-IF.
           WRITE RPT-PrintLine FROM RPT-RecipeCostLine AFTER
              ADVANCING 1 LINE.
           PERFORM 1271-CostNextRecipe.

      * Record a body weight for a date; a second weigh-in on the
      * same day replaces the first
       1300-LogWeight.
           DISPLAY "Log Body Weight".
           DISPLAY "Enter your user ID (Up to 25 characters long)".
           ACCEPT LOG-UserID.
           PERFORM 0105-CheckUserProfile.
           IF WS-ProfileFound
              OPEN I-O WeightLogfile
              IF WS-WeightFileStatus = "35"
                 OPEN OUTPUT WeightLogfile
                 CLOSE WeightLogfile
                 OPEN I-O WeightLogfile
              END-IF
              PERFORM 1301-GetWeighDate
              PERFORM 1302-GetWeight
              MOVE WS-WeighDate TO WGT-Date
              MOVE LOG-UserID TO WGT-UserID
              MOVE WS-WeightValue TO WGT-Weight
              WRITE WGT-WeightEntry
                 INVALID KEY
                    REWRITE WGT-WeightEntry
                       INVALID KEY
                          DISPLAY "Could not save the weigh-in."
                       NOT INVALID KEY
                          DISPLAY "Replaced that day's earlier "
                             "weigh-in."
                    END-REWRITE
              END-WRITE
              CLOSE WeightLogfile
           ELSE
              DISPLAY "No profile exists for user ID " LOG-UserID
              DISPLAY "Register it first with option [6]."
           END-IF.

      * Prompt for the weigh-in date, re-asking until it is numeric
       1301-GetWeighDate.
           DISPLAY "What date was this weigh-in? (YYYYMMDD)".
           ACCEPT WS-WeighDate.
      * buckets from calories.log; closed days were posted already
       1410-SweepTrendIntake.
           SET LOG-EndOfFile TO FALSE.
           MOVE RPT-NAME TO FD-UK-UserID.
           MOVE WS-OpenScanFrom TO FD-UK-Date.
           MOVE ZERO TO FD-UK-Time FD-UK-TimeStamp.
           OPEN INPUT CaloriesLogfile.
           IF WS-CaloriesFileStatus NOT = "00"
              DISPLAY "Could not open calories.log, status "
                 WS-CaloriesFileStatus
           ELSE
              START CaloriesLogfile KEY IS NOT LESS THAN FD-UserKey
                 INVALID KEY SET LOG-EndOfFile TO TRUE
              END-START
              IF NOT LOG-EndOfFile
                 END-READ
              END-IF
              PERFORM 1411-AddTrendIntake UNTIL LOG-EndOfFile
                 OR FD-UserID NOT = RPT-NAME
                 OR FD-Date > WS-TrendEndDate
              CLOSE CaloriesLogfile
           END-IF.
           SET EX-EndOfFile TO FALSE.
           OPEN INPUT ExerciseIdxfile.
           IF WS-ExIdxFileStatus = "00"
              MOVE RPT-NAME TO EXI-UK-UserID
              MOVE WS-OpenScanFrom TO EXI-UK-Date
              MOVE ZERO TO EXI-UK-Time EXI-UK-TimeStamp
              START ExerciseIdxfile KEY IS NOT LESS THAN EXI-UserKey
                 INVALID KEY SET EX-EndOfFile TO TRUE
              END-START
              IF NOT EX-EndOfFile
                 END-READ
              END-IF
              PERFORM 1413-SubtractTrendBurned UNTIL EX-EndOfFile
                 OR EXI-UserID NOT = RPT-NAME
                 OR EXI-Date > WS-TrendEndDate
              CLOSE ExerciseIdxfile
           ELSE

      * Gate the change on ownership first - only the entry's own
      * user or the household admin may change it, and an admin
      * override is noted in the audit trail. A closed day must
      * be reopened before anything dated on it can change.
       1620-ApplyExMaintAction.
           MOVE SPACE TO WS-AuditOverride.
           IF EXI-UserID NOT = WS-AuditActingUser
              DISPLAY "Only that user or the household admin may "
                 "change it."
           ELSE
              MOVE EXI-Date TO WS-CloseCheckDate
              MOVE EXI-UserID TO WS-CloseCheckUser
              PERFORM 2030-CheckClosedDay
              IF WS-DayLocked
                 PERFORM 2031-ShowDayLocked
              ELSE
                 IF EXI-UserID NOT = WS-AuditActingUser
                    MOVE 'Y' TO WS-AuditOverride
                    DISPLAY "Admin override - the change will be "
                       "noted in the audit trail."
                 END-IF
                 PERFORM 1625-ApplyCheckedExMaint
              END-IF
           END-IF.

      * Update or delete the entry currently held in
           MOVE FD-ExerciseUserID TO EXI-UserID.
           MOVE FD-ActivityDescription TO EXI-ActivityDescription.
           MOVE FD-CaloriesBurned TO EXI-CaloriesBurned.
           PERFORM 3111-SetExerciseUserKey.
           WRITE EXI-ExerciseEntry
              INVALID KEY
                 DISPLAY "Skipped duplicate entry for " EXI-Date
           END-READ.

      * Plan meals ahead of time: build plan lines for a day, list
      * them, price a planned day against the profile goals,
      * explode a week's plan into a shopping list, post a planned
      * day into calories.log, or compare plans with what was eaten
       1800-MaintainMealPlan.
           DISPLAY "Maintain Meal Plan".
           DISPLAY "[A] Add plan lines  [L] List a day".
           DISPLAY "[R] Planned day report  [S] Weekly shopping list".
           DISPLAY "[P] Post a planned day  [V] Plan versus actual".
           ACCEPT WS-PlanAction.
           EVALUATE WS-PlanAction
              WHEN 'A' WHEN 'a'
                 END-IF
              WHEN 'S' WHEN 's'
                 PERFORM 1830-ShoppingListReport
              WHEN 'P' WHEN 'p'
                 PERFORM 1801-GetPlanUser
                 IF WS-ProfileFound
                    PERFORM 0107-VerifySignIn
                    IF WS-SignInOk
                       PERFORM 1802-GetPlanDate
                       PERFORM 1840-PostPlannedDay
                    END-IF
                 END-IF
              WHEN 'V' WHEN 'v'
                 PERFORM 1801-GetPlanUser
                 IF WS-ProfileFound
                    PERFORM 1851-GetVarianceStartDate
                    PERFORM 1852-GetVarianceEndDate
                    PERFORM 1850-PlanVarianceReport
                 END-IF
              WHEN OTHER
                 DISPLAY "Invalid action, no changes made."
           END-EVALUATE.
           MOVE WS-PlanUserID TO RPT-PH-Name.
           MOVE WS-PlanDate TO RPT-PH-Date.
           WRITE RPT-PrintLine FROM RPT-PlanHeading.
           MOVE ZERO TO WS-PlanMealCost WS-PlanDayCost.
           MOVE SPACE TO WS-PlanPrevSlot.
           SET WS-PlanEnd TO FALSE.
           MOVE WS-PlanDate TO PLN-Date.
           MOVE WS-PlanUserID TO PLN-UserID.
              END-READ
           END-IF.
           PERFORM 1822-PricePlanLine UNTIL WS-PlanEnd.
           IF WS-PlanPrevSlot NOT = SPACE
              PERFORM 1829-WritePlanMealCost
           END-IF.
           MOVE "ESTIMATED COST OF THE DAY:" TO RPT-PC-Label.
           MOVE SPACES TO RPT-PC-Slot.
           MOVE WS-PlanDayCost TO RPT-PC-Cost.
           WRITE RPT-PrintLine FROM RPT-PlanCostLine AFTER
              ADVANCING 2 LINES.
           PERFORM 1825-WritePlanGoalLines.
           CLOSE CaloricReport.
           CLOSE RecipeFile.
           CLOSE MealPlanFile.
           DISPLAY "Report written to meal-plan.rpt".

      * Load all four profile goals for the plan user, then the
      * goals actually in force on the plan date; this is a report
      * path, so a missing profile file is refused rather than
      * silently created
       1821-LoadPlanGoals.
           MOVE ZERO TO WS-PlanCalGoal WS-PlanProtGoal
              WS-PlanCarbGoal WS-PlanFatGoal.
              END-READ
              CLOSE UserProfileFile
           END-IF.
           MOVE WS-PlanUserID TO WS-GoalHistUser.
           PERFORM 2800-LoadGoalHistory.
           MOVE WS-PlanCalGoal TO WS-EffCalGoal.
           MOVE WS-PlanProtGoal TO WS-EffProtGoal.
           MOVE WS-PlanCarbGoal TO WS-EffCarbGoal.
           MOVE WS-PlanFatGoal TO WS-EffFatGoal.
           MOVE WS-PlanDate TO WS-GoalHistDate.
           PERFORM 2805-FindGoalForDate.
           MOVE WS-EffCalGoal TO WS-PlanCalGoal.
           MOVE WS-EffProtGoal TO WS-PlanProtGoal.
           MOVE WS-EffCarbGoal TO WS-PlanCarbGoal.
           MOVE WS-EffFatGoal TO WS-PlanFatGoal.

      * Price one plan line - a recipe header match explodes the
      * recipe per serving, anything else reads the food master
              OR PLN-UserID NOT = WS-PlanUserID
              SET WS-PlanEnd TO TRUE
           ELSE
              IF PLN-MealSlot NOT = WS-PlanPrevSlot
                 AND WS-PlanPrevSlot NOT = SPACE
                 PERFORM 1829-WritePlanMealCost
              END-IF
              MOVE PLN-MealSlot TO WS-PlanPrevSlot
              PERFORM 1828-PricePlanItem
              ADD WS-PlanItemCost TO WS-PlanMealCost WS-PlanDayCost
              ADD WS-PlanItemCal TO WS-PlanCalTotal
              ADD WS-PlanItemProt TO WS-PlanProtTotal
              ADD WS-PlanItemCarb TO WS-PlanCarbTotal
              MOVE PLN-ItemDescription TO RPT-PI-Item
              MOVE PLN-Servings TO RPT-PI-Servings
              MOVE WS-PlanItemCal TO RPT-PI-Cal
              MOVE WS-PlanItemCost TO RPT-PI-Cost
              WRITE RPT-PrintLine FROM RPT-PlanItemLine AFTER
                 ADVANCING 1 LINE
              READ MealPlanFile NEXT RECORD
              END-READ
           END-IF.

      * Print the estimated cost of the meal slot just finished
       1829-WritePlanMealCost.
           MOVE "  ESTIMATED COST OF MEAL" TO RPT-PC-Label.
           MOVE WS-PlanPrevSlot TO RPT-PC-Slot.
           MOVE WS-PlanMealCost TO RPT-PC-Cost.
           WRITE RPT-PrintLine FROM RPT-PlanCostLine AFTER
              ADVANCING 1 LINE.
           MOVE ZERO TO WS-PlanMealCost.

      * Price the current plan line's item for its servings into
      * the plan item fields, over the food and recipe masters the
      * caller has open; a recipe's batch is divided by the
      * servings it makes
       1828-PricePlanItem.
           MOVE ZERO TO WS-PlanItemCal WS-PlanItemProt
              WS-PlanItemCarb WS-PlanItemFat WS-PlanItemCost.
           MOVE PLN-ItemDescription TO RCP-RecipeName.
           MOVE ZERO TO RCP-LineNo.
           READ RecipeFile
              INVALID KEY
                 MOVE 1 TO WS-RecipeYield
                 MOVE PLN-ItemDescription TO MST-FoodDescription
                 READ FoodMasterfile
                    INVALID KEY
                       DISPLAY "Warning: planned item not found: "
                          PLN-ItemDescription
                    NOT INVALID KEY
                       MOVE MST-CaloricCount TO WS-PlanItemCal
                       MOVE MST-ProteinGrams TO WS-PlanItemProt
                       MOVE MST-CarbGrams TO WS-PlanItemCarb
                       MOVE MST-FatGrams TO WS-PlanItemFat
                       MOVE MST-CostPerServing TO WS-PlanItemCost
                 END-READ
              NOT INVALID KEY
                 PERFORM 1250-NoteRecipeYield
                 PERFORM 1823-PriceRecipeLines
           END-READ.
           COMPUTE WS-PlanItemCal ROUNDED =
              WS-PlanItemCal * PLN-Servings / WS-RecipeYield.
           COMPUTE WS-PlanItemProt ROUNDED =
              WS-PlanItemProt * PLN-Servings / WS-RecipeYield.
           COMPUTE WS-PlanItemCarb ROUNDED =
              WS-PlanItemCarb * PLN-Servings / WS-RecipeYield.
           COMPUTE WS-PlanItemFat ROUNDED =
              WS-PlanItemFat * PLN-Servings / WS-RecipeYield.
           COMPUTE WS-PlanItemCost ROUNDED =
              WS-PlanItemCost * PLN-Servings / WS-RecipeYield.

      * Total one recipe's ingredients for a batch into the plan
      * item fields
       1823-PriceRecipeLines.
           SET WS-RecipeEnd TO FALSE.
                       RCP-Quantity * MST-CarbGrams
                    COMPUTE WS-PlanItemFat = WS-PlanItemFat +
                       RCP-Quantity * MST-FatGrams
                    COMPUTE WS-PlanItemCost = WS-PlanItemCost +
                       RCP-Quantity * MST-CostPerServing
              END-READ
              READ RecipeFile NEXT RECORD
                 AT END SET WS-RecipeEnd TO TRUE
       1825-WritePlanGoalLines.
           MOVE "PLANNED DAY VS PROFILE GOALS" TO RPT-PrintLine.
           WRITE RPT-PrintLine AFTER ADVANCING 2 LINES.
           IF WS-GoalChangedOnDay
              MOVE "* GOAL CHANGED - NEW GOALS TAKE EFFECT THIS DAY"
                 TO RPT-PrintLine
              WRITE RPT-PrintLine AFTER ADVANCING 1 LINE
           END-IF.
           MOVE "CALORIES:     " TO RPT-PG-Label.
           MOVE WS-PlanCalTotal TO RPT-PG-Actual WS-PlanGoalActual.
           MOVE WS-PlanCalGoal TO RPT-PG-Goal WS-PlanGoalTarget.
           MOVE WS-ShopStartDate TO RPT-SH-Start.
           MOVE WS-ShopEndDate TO RPT-SH-End.
           WRITE RPT-PrintLine FROM RPT-ShopHeading.
           WRITE RPT-PrintLine FROM RPT-ShopColumns AFTER
              ADVANCING 2 LINES.
           SET WS-PantryOpen TO FALSE.
           OPEN INPUT PantryFile.
           IF WS-PantryFileStatus = "00"
              SET WS-PantryOpen TO TRUE
           END-IF.
           SET WS-ShopFoodOpen TO FALSE.
           OPEN INPUT FoodMasterfile.
           IF WS-FoodFileStatus = "00"
              SET WS-ShopFoodOpen TO TRUE
           END-IF.
           MOVE ZERO TO WS-ShopWeekCost WS-ShopBuyTotal.
           PERFORM 1838-PrintShopItem
              VARYING WS-ShopIx FROM 1 BY 1
              UNTIL WS-ShopIx > WS-ShopItemCount.
           IF WS-PantryOpen
              CLOSE PantryFile
           END-IF.
           IF WS-ShopFoodOpen
              CLOSE FoodMasterfile
           END-IF.
           MOVE "ESTIMATED COST OF THE WEEK:" TO RPT-PC-Label.
           MOVE SPACES TO RPT-PC-Slot.
           MOVE WS-ShopWeekCost TO RPT-PC-Cost.
           WRITE RPT-PrintLine FROM RPT-PlanCostLine AFTER
              ADVANCING 2 LINES.
           MOVE "ESTIMATED COST TO BUY:" TO RPT-PC-Label.
           MOVE WS-ShopBuyTotal TO RPT-PC-Cost.
           WRITE RPT-PrintLine FROM RPT-PlanCostLine AFTER
              ADVANCING 1 LINE.
           CLOSE CaloricReport.
           DISPLAY "Report written to shopping-list.rpt".

                 MOVE PLN-Servings TO WS-ShopAddQty
                 PERFORM 1835-FindOrAddShopItem
              NOT INVALID KEY
                 PERFORM 1250-NoteRecipeYield
                 PERFORM 1834-ExplodeShopRecipe
           END-READ.
           READ MealPlanFile NEXT RECORD
           END-IF.
           PERFORM 1836-AddShopIngredient UNTIL WS-RecipeEnd.

      * Add one ingredient line's quantity to the shopping table,
      * scaled from the batch to the servings planned and rounded
      * up to whole servings of the ingredient
       1836-AddShopIngredient.
           IF RCP-RecipeName NOT = WS-RecipeName
              SET WS-RecipeEnd TO TRUE
              MOVE RCP-Ingredient TO WS-ShopCheckName
              COMPUTE WS-ShopAddQty =
                 RCP-Quantity * PLN-Servings
              DIVIDE WS-RecipeYield INTO WS-ShopAddQty
                 GIVING WS-ShopQuot REMAINDER WS-ShopRem
              IF WS-ShopRem > ZERO
                 ADD 1 TO WS-ShopQuot
              END-IF
              MOVE WS-ShopQuot TO WS-ShopAddQty
              PERFORM 1835-FindOrAddShopItem
              READ RecipeFile NEXT RECORD
                 AT END SET WS-RecipeEnd TO TRUE
       1838-PrintShopItem.
           MOVE WS-Shop-Name (WS-ShopIx) TO RPT-SL-Name.
           MOVE WS-Shop-Qty (WS-ShopIx) TO RPT-SL-Qty.
           MOVE ZERO TO WS-PantryOnHand.
           IF WS-PantryOpen
              MOVE WS-Shop-Name (WS-ShopIx) TO PAN-FoodDescription
              READ PantryFile
                 NOT INVALID KEY
                    MOVE PAN-OnHand TO WS-PantryOnHand
              END-READ
           END-IF.
           IF WS-PantryOnHand < WS-Shop-Qty (WS-ShopIx)
              COMPUTE WS-PantryToBuy =
                 WS-Shop-Qty (WS-ShopIx) - WS-PantryOnHand
           ELSE
              MOVE ZERO TO WS-PantryToBuy
           END-IF.
           MOVE ZERO TO WS-ShopCostEach.
           IF WS-ShopFoodOpen
              MOVE WS-Shop-Name (WS-ShopIx) TO MST-FoodDescription
              READ FoodMasterfile
                 NOT INVALID KEY
                    MOVE MST-CostPerServing TO WS-ShopCostEach
              END-READ
           END-IF.
           COMPUTE WS-ShopLineCost =
              WS-Shop-Qty (WS-ShopIx) * WS-ShopCostEach.
           COMPUTE WS-ShopBuyCost = WS-PantryToBuy * WS-ShopCostEach.
           ADD WS-ShopLineCost TO WS-ShopWeekCost.
           ADD WS-ShopBuyCost TO WS-ShopBuyTotal.
           MOVE WS-ShopLineCost TO RPT-SL-Cost.
           MOVE WS-ShopBuyCost TO RPT-SL-BuyCost.
           MOVE WS-PantryOnHand TO RPT-SL-OnHand.
           MOVE WS-PantryToBuy TO RPT-SL-ToBuy.
           WRITE RPT-PrintLine FROM RPT-ShopLine AFTER
              ADVANCING 1 LINE.

      * Post a planned day into calories.log for the signed-in plan
      * user. Each line is accepted, skipped, substituted or given
      * new servings; lines already posted are left alone, so lines
      * added to the plan later can be posted by running this again
       1840-PostPlannedDay.
           MOVE WS-PlanDate TO WS-CloseCheckDate.
           MOVE WS-PlanUserID TO WS-CloseCheckUser.
           PERFORM 2030-CheckClosedDay.
           IF WS-DayLocked
              PERFORM 2031-ShowDayLocked
           ELSE
              OPEN INPUT MealPlanFile
              IF WS-PlanFileStatus NOT = "00"
                 DISPLAY "No meal plan file exists yet."
              ELSE
                 PERFORM 1847-OpenPostingFiles
                 CLOSE MealPlanFile
              END-IF
           END-IF.

      * Open plan.posted and calories.log for the posting run, then
      * post the day's lines once both are open
       1847-OpenPostingFiles.
           OPEN I-O PlanPostedFile.
           IF WS-PostedFileStatus = "35"
              OPEN OUTPUT PlanPostedFile
              CLOSE PlanPostedFile
              OPEN I-O PlanPostedFile
           END-IF.
           IF WS-PostedFileStatus NOT = "00"
              DISPLAY "Could not open plan.posted, status "
                 WS-PostedFileStatus
           ELSE
              PERFORM 2500-OpenLogShared
              IF WS-CaloriesFileStatus NOT = "00"
                 DISPLAY "Nothing posted - calories.log could "
                    "not be opened, status " WS-CaloriesFileStatus
              ELSE
                 PERFORM 1841-PostPlanLines
                 CLOSE CaloriesLogfile
              END-IF
              CLOSE PlanPostedFile
           END-IF.

      * Walk the day's plan lines in slot order and post each one
       1841-PostPlanLines.
           MOVE ZERO TO WS-PostCount WS-PostSkipCount WS-PostSeq.
           ACCEPT WS-PostStamp FROM TIME.
           SET WS-PlanEnd TO FALSE.
           MOVE WS-PlanDate TO PLN-Date.
           MOVE WS-PlanUserID TO PLN-UserID.
           MOVE LOW-VALUES TO PLN-MealSlot.
           MOVE ZERO TO PLN-LineNo.
           START MealPlanFile KEY IS NOT LESS THAN PLN-Key
              INVALID KEY SET WS-PlanEnd TO TRUE
           END-START.
           IF NOT WS-PlanEnd
              READ MealPlanFile NEXT RECORD
                 AT END SET WS-PlanEnd TO TRUE
              END-READ
           END-IF.
           PERFORM 1842-PostOnePlanLine UNTIL WS-PlanEnd.
           DISPLAY "Plan lines posted: " WS-PostCount
              "  skipped: " WS-PostSkipCount.

      * Offer one plan line for posting unless it is already posted
       1842-PostOnePlanLine.
           IF PLN-Date NOT = WS-PlanDate
              OR PLN-UserID NOT = WS-PlanUserID
              SET WS-PlanEnd TO TRUE
           ELSE
              MOVE PLN-Key TO PPS-Key
              READ PlanPostedFile
                 INVALID KEY
                    SET WS-LinePosted TO FALSE
                 NOT INVALID KEY
                    SET WS-LinePosted TO TRUE
              END-READ
              IF WS-LinePosted
                 DISPLAY "Slot " PLN-MealSlot " line " PLN-LineNo
                    " already posted: " PLN-ItemDescription
              ELSE
                 DISPLAY "Slot " PLN-MealSlot " line " PLN-LineNo
                    ": " PLN-ItemDescription " x " PLN-Servings
                 PERFORM 1843-GetPostAction
                 MOVE PLN-ItemDescription TO WS-PostItem
                 MOVE PLN-Servings TO WS-PostServings
                 EVALUATE WS-PostAction
                    WHEN 'S'
                       MOVE PLN-ItemDescription
                          TO PPS-ItemDescription
                       MOVE ZERO TO PPS-Servings
                       MOVE ZERO TO PPS-LogKey
                       PERFORM 1849-WritePostedLine
                       ADD 1 TO WS-PostSkipCount
                    WHEN 'U'
                       PERFORM 1848-GetSubstituteItem
                       PERFORM 1804-GetPlanServings
                       MOVE WS-PlanServings TO WS-PostServings
                       PERFORM 1844-PostOneItem
                    WHEN 'C'
                       PERFORM 1804-GetPlanServings
                       MOVE WS-PlanServings TO WS-PostServings
                       PERFORM 1844-PostOneItem
                    WHEN OTHER
                       PERFORM 1844-PostOneItem
                 END-EVALUATE
              END-IF
              READ MealPlanFile NEXT RECORD
                 AT END SET WS-PlanEnd TO TRUE
              END-READ
           END-IF.

      * Prompt for what to do with the line, re-asking until it is
      * A, S, U or C
       1843-GetPostAction.
           DISPLAY "[A] Accept  [S] Skip  [U] Substitute  "
              "[C] Change servings".
           ACCEPT WS-PostAction.
           EVALUATE WS-PostAction
              WHEN 'a' MOVE 'A' TO WS-PostAction
              WHEN 's' MOVE 'S' TO WS-PostAction
              WHEN 'u' MOVE 'U' TO WS-PostAction
              WHEN 'c' MOVE 'C' TO WS-PostAction
           END-EVALUATE.
           IF WS-PostAction NOT = 'A' AND WS-PostAction NOT = 'S'
              AND WS-PostAction NOT = 'U' AND WS-PostAction NOT = 'C'
              DISPLAY "Invalid action. Enter A, S, U or C."
              PERFORM 1843-GetPostAction
           END-IF.

      * Prompt for the item eaten instead, re-asking until one is
      * given; a new food is priced and saved as in 0100
       1848-GetSubstituteItem.
           DISPLAY "Food or recipe eaten instead".
           MOVE SPACES TO WS-PostItem.
           ACCEPT WS-PostItem.
           IF WS-PostItem = SPACES
              DISPLAY "Enter the item that was eaten."
              PERFORM 1848-GetSubstituteItem
           END-IF.

      * Price the item the way 0100-CreateEntry does, scale it to
      * the servings, apply the budget warning and write the entry
      * at the slot's usual time of day
       1844-PostOneItem.
           MOVE WS-PlanDate TO LOG-Date.
           MOVE WS-PlanUserID TO LOG-UserID.
           EVALUATE PLN-MealSlot
              WHEN 'B'
                 MOVE 8 TO LOG-Hour
                 MOVE ZERO TO LOG-Minute
              WHEN 'L'
                 MOVE 12 TO LOG-Hour
                 MOVE 30 TO LOG-Minute
              WHEN 'D'
                 MOVE 18 TO LOG-Hour
                 MOVE 30 TO LOG-Minute
              WHEN OTHER
                 MOVE 15 TO LOG-Hour
                 MOVE ZERO TO LOG-Minute
           END-EVALUATE.
           ADD 1 TO WS-PostSeq.
           COMPUTE LOG-TimeStamp = WS-PostStamp + WS-PostSeq.
           MOVE WS-PostItem TO LOG-EntryDescription.
           PERFORM 0115-CheckRecipe.
           IF NOT WS-RecipeFound
              PERFORM 0110-GetCaloricCount
           END-IF.
           PERFORM 1845-ScalePostedServings.
           PERFORM 0120-CheckDailyBudget.
           SET WS-PostFailed TO FALSE.
           MOVE LOG-CalorieEntry TO FD-CalorieEntry.
           PERFORM 3110-SetLogUserKey.
           WRITE FD-CalorieEntry
              INVALID KEY
                 SET WS-PostFailed TO TRUE
                 DISPLAY "Could not write the entry for "
                    LOG-EntryDescription
           END-WRITE.
           IF NOT WS-PostFailed
              MOVE LOG-EntryDescription TO PPS-ItemDescription
              MOVE WS-PostServings TO PPS-Servings
              MOVE LOG-EntryKey TO PPS-LogKey
              PERFORM 1849-WritePostedLine
              ADD 1 TO WS-PostCount
              MOVE WS-PostServings TO WS-PantryServings
              PERFORM 2720-DrawDownPantry
           END-IF.

      * Multiply the one-serving values by the servings eaten; the
      * log fields only hold three digits, so they are capped there
       1845-ScalePostedServings.
           COMPUTE WS-PostScaled = LOG-CaloricCount * WS-PostServings.
           IF WS-PostScaled > 999
              DISPLAY "Warning: calories capped at 999 for "
                 LOG-EntryDescription
              MOVE 999 TO LOG-CaloricCount
           ELSE
              MOVE WS-PostScaled TO LOG-CaloricCount
           END-IF.
           COMPUTE WS-PostScaled = LOG-ProteinGrams * WS-PostServings.
           IF WS-PostScaled > 999
              MOVE 999 TO LOG-ProteinGrams
           ELSE
              MOVE WS-PostScaled TO LOG-ProteinGrams
           END-IF.
           COMPUTE WS-PostScaled = LOG-CarbGrams * WS-PostServings.
           IF WS-PostScaled > 999
              MOVE 999 TO LOG-CarbGrams
           ELSE
              MOVE WS-PostScaled TO LOG-CarbGrams
           END-IF.
           COMPUTE WS-PostScaled = LOG-FatGrams * WS-PostServings.
           IF WS-PostScaled > 999
              MOVE 999 TO LOG-FatGrams
           ELSE
              MOVE WS-PostScaled TO LOG-FatGrams
           END-IF.

      * Record the plan line as posted (or skipped); the caller has
      * filled in the item, servings and log entry key
       1849-WritePostedLine.
           MOVE PLN-Key TO PPS-Key.
           MOVE WS-PostAction TO PPS-Action.
           WRITE PPS-PostedLine
              INVALID KEY
                 DISPLAY "Could not record slot " PLN-MealSlot
                    " line " PLN-LineNo " as posted."
           END-WRITE.

      * Line up, per day and meal slot, what was planned against
      * what was actually logged - the posted plan lines plus any
      * unplanned entries - with the calorie and macro variance for
      * each slot, each day and the whole range in plan-variance.rpt
       1850-PlanVarianceReport.
           COMPUTE WS-PvStartInt =
              FUNCTION INTEGER-OF-DATE (WS-PvStartDate).
           COMPUTE WS-PvEndInt =
              FUNCTION INTEGER-OF-DATE (WS-PvEndDate).
           IF WS-PvStartInt = ZERO OR WS-PvEndInt = ZERO
              DISPLAY "That is not a valid date range."
           ELSE
              IF WS-PvEndInt < WS-PvStartInt
                 DISPLAY "The end date is before the start date."
              ELSE
                 PERFORM 1853-OpenVarianceFiles
              END-IF
           END-IF.

      * Prompt for the variance range start, re-asking until numeric
       1851-GetVarianceStartDate.
           DISPLAY "Enter start date (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-PvStartDate.
           IF WS-PvStartDate IS NOT NUMERIC
              DISPLAY "Invalid date. Please enter it as YYYYMMDD."
              PERFORM 1851-GetVarianceStartDate
           END-IF.

      * Prompt for the variance range end, re-asking until numeric
       1852-GetVarianceEndDate.
           DISPLAY "Enter end date (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-PvEndDate.
           IF WS-PvEndDate IS NOT NUMERIC
              DISPLAY "Invalid date. Please enter it as YYYYMMDD."
              PERFORM 1852-GetVarianceEndDate
           END-IF.

      * Open the plan, the masters and calories.log for reading; a
      * missing plan.posted just means nothing has been posted yet
       1853-OpenVarianceFiles.
           OPEN INPUT MealPlanFile.
           IF WS-PlanFileStatus NOT = "00"
              DISPLAY "No meal plan file exists yet."
           ELSE
              OPEN INPUT FoodMasterfile
              OPEN INPUT RecipeFile
              OPEN INPUT CaloriesLogfile
              IF WS-FoodFileStatus NOT = "00"
                 OR WS-RecipeFileStatus NOT = "00"
                 OR WS-CaloriesFileStatus NOT = "00"
                 DISPLAY "Could not open the files - food status "
                    WS-FoodFileStatus " recipe status "
                    WS-RecipeFileStatus " log status "
                    WS-CaloriesFileStatus
                 IF WS-FoodFileStatus = "00"
                    CLOSE FoodMasterfile
                 END-IF
                 IF WS-RecipeFileStatus = "00"
                    CLOSE RecipeFile
                 END-IF
                 IF WS-CaloriesFileStatus = "00"
                    CLOSE CaloriesLogfile
                 END-IF
              ELSE
                 SET WS-PvPostedOpen TO FALSE
                 OPEN INPUT PlanPostedFile
                 IF WS-PostedFileStatus = "00"
                    SET WS-PvPostedOpen TO TRUE
                 END-IF
                 PERFORM 1854-WritePlanVariance
                 IF WS-PvPostedOpen
                    CLOSE PlanPostedFile
                 END-IF
                 CLOSE CaloriesLogfile
                 CLOSE RecipeFile
                 CLOSE FoodMasterfile
              END-IF
              CLOSE MealPlanFile
           END-IF.

      * Write the variance report one day at a time
       1854-WritePlanVariance.
           MOVE "plan-variance.rpt" TO WS-ReportFileName.
           OPEN OUTPUT CaloricReport.
           MOVE WS-PlanUserID TO RPT-PVH-Name.
           MOVE WS-PvStartDate TO RPT-PVH-Start.
           MOVE WS-PvEndDate TO RPT-PVH-End.
           WRITE RPT-PrintLine FROM RPT-PvHeading.
           MOVE ZERO TO WS-PvRangeFigures.
           PERFORM 1855-ReportVarianceDay
              VARYING WS-PvDayInt FROM WS-PvStartInt BY 1
              UNTIL WS-PvDayInt > WS-PvEndInt.
           MOVE WS-PvRangeFigures TO WS-PvPrintFigures.
           MOVE "RANGE TOTAL:" TO RPT-PVV-Label.
           MOVE "PLAN VERSUS ACTUAL FOR THE RANGE" TO RPT-PrintLine.
           WRITE RPT-PrintLine AFTER ADVANCING 2 LINES.
           PERFORM 1864-WriteVarianceLine.
           CLOSE CaloricReport.
           DISPLAY "Report written to plan-variance.rpt".

      * Report one day's slots; a day with nothing planned and
      * nothing logged prints nothing
       1855-ReportVarianceDay.
           COMPUTE WS-PvDate = FUNCTION DATE-OF-INTEGER (WS-PvDayInt).
           SET WS-PvDayShown TO FALSE.
           MOVE ZERO TO WS-PvDayFigures.
           PERFORM 1856-LoadPostedKeys.
           PERFORM 1857-ReportVarianceSlot
              VARYING WS-PvSlotIx FROM 1 BY 1
              UNTIL WS-PvSlotIx > 4.
           IF WS-PvDayShown
              MOVE WS-PvDayFigures TO WS-PvPrintFigures
              MOVE "DAY TOTAL:" TO RPT-PVV-Label
              PERFORM 1864-WriteVarianceLine
              ADD WS-PvDayPlanCal TO WS-PvRangePlanCal
              ADD WS-PvDayPlanProt TO WS-PvRangePlanProt
              ADD WS-PvDayPlanCarb TO WS-PvRangePlanCarb
              ADD WS-PvDayPlanFat TO WS-PvRangePlanFat
              ADD WS-PvDayActCal TO WS-PvRangeActCal
              ADD WS-PvDayActProt TO WS-PvRangeActProt
              ADD WS-PvDayActCarb TO WS-PvRangeActCarb
              ADD WS-PvDayActFat TO WS-PvRangeActFat
           END-IF.

      * Note the log entry keys the day's posted plan lines became,
      * so those entries are not counted again as unplanned
       1856-LoadPostedKeys.
           MOVE ZERO TO WS-PvKeyCount.
           IF WS-PvPostedOpen
              SET PPS-EndOfFile TO FALSE
              MOVE WS-PvDate TO PPS-Date
              MOVE WS-PlanUserID TO PPS-UserID
              MOVE LOW-VALUES TO PPS-MealSlot
              MOVE ZERO TO PPS-LineNo
              START PlanPostedFile KEY IS NOT LESS THAN PPS-Key
                 INVALID KEY SET PPS-EndOfFile TO TRUE
              END-START
              IF NOT PPS-EndOfFile
                 READ PlanPostedFile NEXT RECORD
                    AT END SET PPS-EndOfFile TO TRUE
                 END-READ
              END-IF
              PERFORM 1858-NotePostedKey UNTIL PPS-EndOfFile
           END-IF.

      * Report one meal slot of the day - its plan lines with what
      * became of each, then the unplanned entries eaten in it
       1857-ReportVarianceSlot.
           MOVE WS-PvSlotCode (WS-PvSlotIx) TO WS-PvSlot.
           SET WS-PvSlotShown TO FALSE.
           MOVE ZERO TO WS-PvSlotFigures.
           SET WS-PlanEnd TO FALSE.
           MOVE WS-PvDate TO PLN-Date.
           MOVE WS-PlanUserID TO PLN-UserID.
           MOVE WS-PvSlot TO PLN-MealSlot.
           MOVE ZERO TO PLN-LineNo.
           START MealPlanFile KEY IS NOT LESS THAN PLN-Key
              INVALID KEY SET WS-PlanEnd TO TRUE
           END-START.
           IF NOT WS-PlanEnd
              READ MealPlanFile NEXT RECORD
                 AT END SET WS-PlanEnd TO TRUE
              END-READ
           END-IF.
           PERFORM 1859-ReportPlannedLine UNTIL WS-PlanEnd.
           SET LOG-EndOfFile TO FALSE.
           MOVE WS-PlanUserID TO FD-UK-UserID.
           MOVE WS-PvDate TO FD-UK-Date.
           MOVE ZERO TO FD-UK-Time FD-UK-TimeStamp.
           START CaloriesLogfile KEY IS NOT LESS THAN FD-UserKey
              INVALID KEY SET LOG-EndOfFile TO TRUE
           END-START.
           IF NOT LOG-EndOfFile
              READ CaloriesLogfile NEXT RECORD
                 AT END SET LOG-EndOfFile TO TRUE
              END-READ
           END-IF.
           PERFORM 1860-ReportUnplannedEntry UNTIL LOG-EndOfFile
              OR FD-UserID NOT = WS-PlanUserID
              OR FD-Date > WS-PvDate.
           IF WS-PvSlotShown
              MOVE WS-PvSlotFigures TO WS-PvPrintFigures
              MOVE "SLOT TOTAL:" TO RPT-PVV-Label
              PERFORM 1864-WriteVarianceLine
              ADD WS-PvSlotPlanCal TO WS-PvDayPlanCal
              ADD WS-PvSlotPlanProt TO WS-PvDayPlanProt
              ADD WS-PvSlotPlanCarb TO WS-PvDayPlanCarb
              ADD WS-PvSlotPlanFat TO WS-PvDayPlanFat
              ADD WS-PvSlotActCal TO WS-PvDayActCal
              ADD WS-PvSlotActProt TO WS-PvDayActProt
              ADD WS-PvSlotActCarb TO WS-PvDayActCarb
              ADD WS-PvSlotActFat TO WS-PvDayActFat
           END-IF.

      * Keep one posted line's log entry key for the day
       1858-NotePostedKey.
           IF PPS-Date NOT = WS-PvDate
              OR PPS-UserID NOT = WS-PlanUserID
              SET PPS-EndOfFile TO TRUE
           ELSE
              IF PPS-Action NOT = 'S' AND WS-PvKeyCount < 100
                 ADD 1 TO WS-PvKeyCount
                 MOVE PPS-LogKey TO WS-PvPostedKey (WS-PvKeyCount)
              END-IF
              READ PlanPostedFile NEXT RECORD
                 AT END SET PPS-EndOfFile TO TRUE
              END-READ
           END-IF.

      * Print one plan line priced as planned, then what was posted
      * for it - the logged entry, a skip, or nothing yet
       1859-ReportPlannedLine.
           IF PLN-Date NOT = WS-PvDate
              OR PLN-UserID NOT = WS-PlanUserID
              OR PLN-MealSlot NOT = WS-PvSlot
              SET WS-PlanEnd TO TRUE
           ELSE
              PERFORM 1861-ShowVarianceHeadings
              PERFORM 1828-PricePlanItem
              ADD WS-PlanItemCal TO WS-PvSlotPlanCal
              ADD WS-PlanItemProt TO WS-PvSlotPlanProt
              ADD WS-PlanItemCarb TO WS-PvSlotPlanCarb
              ADD WS-PlanItemFat TO WS-PvSlotPlanFat
              MOVE "PLANNED" TO RPT-PVI-Kind
              MOVE PLN-ItemDescription TO RPT-PVI-Item
              MOVE PLN-Servings TO RPT-PVI-Servings
              MOVE WS-PlanItemCal TO RPT-PVI-Cal
              MOVE WS-PlanItemProt TO RPT-PVI-Prot
              MOVE WS-PlanItemCarb TO RPT-PVI-Carb
              MOVE WS-PlanItemFat TO RPT-PVI-Fat
              WRITE RPT-PrintLine FROM RPT-PvItemLine AFTER
                 ADVANCING 1 LINE
              SET WS-LinePosted TO FALSE
              IF WS-PvPostedOpen
                 MOVE PLN-Key TO PPS-Key
                 READ PlanPostedFile
                    NOT INVALID KEY
                       SET WS-LinePosted TO TRUE
                 END-READ
              END-IF
              IF WS-LinePosted
                 PERFORM 1862-ReportPostedLine
              ELSE
                 MOVE SPACES TO RPT-PrintLine
                 STRING "    NOT POSTED" DELIMITED BY SIZE
                    INTO RPT-PrintLine
                 WRITE RPT-PrintLine AFTER ADVANCING 1 LINE
              END-IF
              READ MealPlanFile NEXT RECORD
                 AT END SET WS-PlanEnd TO TRUE
              END-READ
           END-IF.

      * Print an entry the day's plan did not account for, if it
      * belongs to the plan user and its hour falls in this slot
       1860-ReportUnplannedEntry.
           IF FD-UserID = WS-PlanUserID
              PERFORM 1863-SetHourSlot
              IF WS-PvHourSlot = WS-PvSlot
                 SET WS-PvKeyFound TO FALSE
                 PERFORM 1865-MatchPostedKey
                    VARYING WS-PvKeySub FROM 1 BY 1
                    UNTIL WS-PvKeySub > WS-PvKeyCount
                       OR WS-PvKeyFound
                 IF NOT WS-PvKeyFound
                    PERFORM 1861-ShowVarianceHeadings
                    ADD FD-CaloricCount TO WS-PvSlotActCal
                    ADD FD-ProteinGrams TO WS-PvSlotActProt
                    ADD FD-CarbGrams TO WS-PvSlotActCarb
                    ADD FD-FatGrams TO WS-PvSlotActFat
                    MOVE "UNPLANNED" TO RPT-PVI-Kind
                    MOVE FD-EntryDescription TO RPT-PVI-Item
                    MOVE ZERO TO RPT-PVI-Servings
                    MOVE FD-CaloricCount TO RPT-PVI-Cal
                    MOVE FD-ProteinGrams TO RPT-PVI-Prot
                    MOVE FD-CarbGrams TO RPT-PVI-Carb
                    MOVE FD-FatGrams TO RPT-PVI-Fat
                    WRITE RPT-PrintLine FROM RPT-PvItemLine AFTER
                       ADVANCING 1 LINE
                 END-IF
              END-IF
           END-IF.
           READ CaloriesLogfile NEXT RECORD
              AT END SET LOG-EndOfFile TO TRUE
           END-READ.

      * Write the day and slot headings the first time something
      * is printed under them
       1861-ShowVarianceHeadings.
           IF NOT WS-PvDayShown
              MOVE WS-PvDate TO RPT-PVD-Date
              WRITE RPT-PrintLine FROM RPT-PvDayHeading AFTER
                 ADVANCING 2 LINES
              SET WS-PvDayShown TO TRUE
           END-IF.
           IF NOT WS-PvSlotShown
              MOVE WS-PvSlotName (WS-PvSlotIx) TO RPT-PVS-Name
              WRITE RPT-PrintLine FROM RPT-PvSlotHeading AFTER
                 ADVANCING 1 LINE
              SET WS-PvSlotShown TO TRUE
           END-IF.

      * Print what a posted plan line became; a skipped line eats
      * nothing, and an entry since deleted from the log counts as
      * nothing eaten
       1862-ReportPostedLine.
           IF PPS-Action = 'S'
              MOVE SPACES TO RPT-PrintLine
              STRING "    SKIPPED" DELIMITED BY SIZE
                 INTO RPT-PrintLine
              WRITE RPT-PrintLine AFTER ADVANCING 1 LINE
           ELSE
              IF PPS-Action = 'U'
                 MOVE "SUBSTITUTE" TO RPT-PVI-Kind
              ELSE
                 MOVE "POSTED" TO RPT-PVI-Kind
              END-IF
              MOVE PPS-ItemDescription TO RPT-PVI-Item
              MOVE PPS-Servings TO RPT-PVI-Servings
              MOVE PPS-LogKey TO FD-EntryKey
              READ CaloriesLogfile
                 INVALID KEY
                    MOVE ZERO TO RPT-PVI-Cal RPT-PVI-Prot
                       RPT-PVI-Carb RPT-PVI-Fat
                    MOVE "(entry no longer in calories.log)"
                       TO RPT-PVI-Item
                 NOT INVALID KEY
                    ADD FD-CaloricCount TO WS-PvSlotActCal
                    ADD FD-ProteinGrams TO WS-PvSlotActProt
                    ADD FD-CarbGrams TO WS-PvSlotActCarb
                    ADD FD-FatGrams TO WS-PvSlotActFat
                    MOVE FD-CaloricCount TO RPT-PVI-Cal
                    MOVE FD-ProteinGrams TO RPT-PVI-Prot
                    MOVE FD-CarbGrams TO RPT-PVI-Carb
                    MOVE FD-FatGrams TO RPT-PVI-Fat
              END-READ
              WRITE RPT-PrintLine FROM RPT-PvItemLine AFTER
                 ADVANCING 1 LINE
           END-IF.

      * Put the entry's hour into the slot it was most likely eaten
      * in: 05-10 breakfast, 11-14 lunch, 17-21 dinner, else snack
       1863-SetHourSlot.
           EVALUATE TRUE
              WHEN FD-Hour >= 5 AND FD-Hour <= 10
                 MOVE 'B' TO WS-PvHourSlot
              WHEN FD-Hour >= 11 AND FD-Hour <= 14
                 MOVE 'L' TO WS-PvHourSlot
              WHEN FD-Hour >= 17 AND FD-Hour <= 21
                 MOVE 'D' TO WS-PvHourSlot
              WHEN OTHER
                 MOVE 'S' TO WS-PvHourSlot
           END-EVALUATE.

      * Write one planned-versus-actual line for the figures in
      * WS-PvPrintFigures; the variance is actual less planned
       1864-WriteVarianceLine.
           MOVE WS-PvPrtPlanCal TO RPT-PVV-PlanCal.
           MOVE WS-PvPrtActCal TO RPT-PVV-ActCal.
           COMPUTE RPT-PVV-VarCal = WS-PvPrtActCal - WS-PvPrtPlanCal.
           COMPUTE RPT-PVV-VarProt =
              WS-PvPrtActProt - WS-PvPrtPlanProt.
           COMPUTE RPT-PVV-VarCarb =
              WS-PvPrtActCarb - WS-PvPrtPlanCarb.
           COMPUTE RPT-PVV-VarFat = WS-PvPrtActFat - WS-PvPrtPlanFat.
           WRITE RPT-PrintLine FROM RPT-PvVarianceLine AFTER
              ADVANCING 1 LINE.

      * Check one noted posted key against the current log entry
       1865-MatchPostedKey.
           IF WS-PvPostedKey (WS-PvKeySub) = FD-EntryKey
              SET WS-PvKeyFound TO TRUE
           END-IF.

      * Food master maintenance: search by partial name, rename a
      * food, or merge a duplicate into the food it should have
      * been - cascading the kept name into recipe ingredient
      * lines and, on request, historical log entries
       1900-MaintainFoodMaster.
           DISPLAY "Maintain Food Master".
           DISPLAY "[S] Search by partial name  [N] Rename a food".
           DISPLAY "[G] Merge a duplicate into another food".
           DISPLAY "[P] Set a food's cost per serving".
           DISPLAY "[R] Recipe cost report".
           DISPLAY "[V] Convert an older food.master layout".
           ACCEPT WS-FoodMaintAction.
           EVALUATE WS-FoodMaintAction
              WHEN 'S' WHEN 's'
                 OPEN INPUT FoodMasterfile
                 IF WS-FoodFileStatus NOT = "00"
                    DISPLAY "Could not open food.master, status "
                       WS-FoodFileStatus
                 ELSE
                    PERFORM 1901-GetFoodSearchText
                    PERFORM 1905-ScanFoodMatches
                    CLOSE FoodMasterfile
                 END-IF
              WHEN 'N' WHEN 'n'
                 PERFORM 1920-RenameFood
              WHEN 'G' WHEN 'g'
                 PERFORM 1930-MergeFood
              WHEN 'P' WHEN 'p'
                 PERFORM 1940-SetFoodCost
              WHEN 'R' WHEN 'r'
                 PERFORM 1270-RecipeCostReport
              WHEN 'V' WHEN 'v'
                 PERFORM 2920-ConvertFoodMaster
              WHEN OTHER
                 DISPLAY "Invalid action, no changes made."
           END-EVALUATE.

      * Prompt for the search text
       1901-GetFoodSearchText.
           DISPLAY "Search text (part of the food name)".
           MOVE SPACES TO WS-FoodSearchText.
           ACCEPT WS-FoodSearchText.

      * List every master food whose description contains the
      * search text; the food master must already be open
       1905-ScanFoodMatches.
           MOVE ZERO TO WS-FoodMatchCount.
           MOVE FUNCTION REVERSE (WS-FoodSearchText)
              TO WS-FoodSearchRev.
           MOVE ZERO TO WS-FoodSearchLen.
           INSPECT WS-FoodSearchRev TALLYING WS-FoodSearchLen
              FOR LEADING SPACES.
           COMPUTE WS-FoodSearchLen = 50 - WS-FoodSearchLen.
           IF WS-FoodSearchLen = ZERO
              DISPLAY "Nothing to search for."
           ELSE
              SET MST-EndOfFile TO FALSE
              MOVE LOW-VALUES TO MST-FoodDescription
              START FoodMasterfile KEY IS NOT LESS THAN
                 MST-FoodDescription
                 INVALID KEY SET MST-EndOfFile TO TRUE
              END-START
              IF NOT MST-EndOfFile
                 READ FoodMasterfile NEXT RECORD
                    AT END SET MST-EndOfFile TO TRUE
                 END-READ
              END-IF
              PERFORM 1906-CheckFoodMatch UNTIL MST-EndOfFile
              DISPLAY "Matches found: " WS-FoodMatchCount
           END-IF.

      * Show one master food if it contains the search text
       1906-CheckFoodMatch.
           MOVE ZERO TO WS-FoodHitCount.
           INSPECT MST-FoodDescription TALLYING WS-FoodHitCount
              FOR ALL WS-FoodSearchText (1:WS-FoodSearchLen).
           IF WS-FoodHitCount > ZERO
              ADD 1 TO WS-FoodMatchCount
              DISPLAY "  " MST-FoodDescription " - "
                 MST-CaloricCount " calories"
           END-IF.
           READ FoodMasterfile NEXT RECORD
              AT END SET MST-EndOfFile TO TRUE
           END-READ.

      * Move a food to a new description and cascade the new name
      * into everything that referenced the old one
       1920-RenameFood.
           DISPLAY "Rename a Food".
           DISPLAY "Enter current food description".
           ACCEPT WS-FoodOldName.
           DISPLAY "Enter new food description".
           ACCEPT WS-FoodNewName.
           OPEN I-O FoodMasterfile.
           IF WS-FoodFileStatus NOT = "00"
              DISPLAY "Could not open food.master, status "
                 WS-FoodFileStatus
           ELSE
              SET WS-FoodClash TO FALSE
              MOVE WS-FoodNewName TO MST-FoodDescription
              READ FoodMasterfile
                 NOT INVALID KEY SET WS-FoodClash TO TRUE
              END-READ
              IF WS-FoodClash
                 DISPLAY "A food already exists under that name. "
                    "Use merge [G] instead."
              ELSE
                 SET WS-FoodFound TO FALSE
                 MOVE WS-FoodOldName TO MST-FoodDescription
                 READ FoodMasterfile
                    NOT INVALID KEY SET WS-FoodFound TO TRUE
                 END-READ
                 IF NOT WS-FoodFound
                    DISPLAY "No food exists under that name."
                 ELSE
                    MOVE WS-FoodNewName TO MST-FoodDescription
                    WRITE MST-FoodEntry
                       INVALID KEY
                          DISPLAY "Could not save the renamed food."
                    END-WRITE
                    MOVE WS-FoodOldName TO MST-FoodDescription
                    DELETE FoodMasterfile
                       INVALID KEY
                          DISPLAY "Could not remove the old name."
                    END-DELETE
                    PERFORM 1910-CascadeFoodName
                 END-IF
              END-IF
              CLOSE FoodMasterfile
           END-IF.

      * Fold a duplicate (usually a typo) into the food it should
      * have been; the kept food's values stand and references to
      * the duplicate are pointed at the kept name
       1930-MergeFood.
           DISPLAY "Merge a Duplicate Food".
           DISPLAY "Enter duplicate food description".
           ACCEPT WS-FoodOldName.
           DISPLAY "Enter food description to keep".
           ACCEPT WS-FoodNewName.
           OPEN I-O FoodMasterfile.
           IF WS-FoodFileStatus NOT = "00"
              DISPLAY "Could not open food.master, status "
                 WS-FoodFileStatus
           ELSE
              SET WS-FoodFound TO FALSE
              MOVE WS-FoodNewName TO MST-FoodDescription
              READ FoodMasterfile
                 NOT INVALID KEY SET WS-FoodFound TO TRUE
              END-READ
              IF NOT WS-FoodFound
                 DISPLAY "The food to keep is not in the master."
              ELSE
                 MOVE MST-UPCCode TO WS-FoodKeptUPC
                 MOVE SPACES TO WS-FoodDupUPC
                 MOVE WS-FoodOldName TO MST-FoodDescription
                 READ FoodMasterfile
                    NOT INVALID KEY
                       MOVE MST-UPCCode TO WS-FoodDupUPC
                 END-READ
                 MOVE WS-FoodOldName TO MST-FoodDescription
                 DELETE FoodMasterfile
                    INVALID KEY
                       DISPLAY "Note: no master record under the "
                          "duplicate name."
                 END-DELETE
                 IF WS-FoodKeptUPC = SPACES
                    AND WS-FoodDupUPC NOT = SPACES
                    PERFORM 1931-CarryMergedUPC
                 END-IF
                 PERFORM 1910-CascadeFoodName
              END-IF
              CLOSE FoodMasterfile
           END-IF.

      * Give the kept food the duplicate's UPC so the barcode keeps
      * finding it
       1931-CarryMergedUPC.
           MOVE WS-FoodNewName TO MST-FoodDescription.
           READ FoodMasterfile
              NOT INVALID KEY
                 MOVE WS-FoodDupUPC TO MST-UPCCode
                 REWRITE MST-FoodEntry
                    INVALID KEY
                       DISPLAY "Could not carry the UPC over."
                    NOT INVALID KEY
                       DISPLAY "UPC " WS-FoodDupUPC
                          " carried over to the kept food."
                 END-REWRITE
           END-READ.

      * Set the cost of one serving of a food, keyed in cents
       1940-SetFoodCost.
           OPEN I-O FoodMasterfile.
           IF WS-FoodFileStatus NOT = "00"
              DISPLAY "Could not open food.master, status "
                 WS-FoodFileStatus
           ELSE
              DISPLAY "Enter food description"
              MOVE SPACES TO MST-FoodDescription
              ACCEPT MST-FoodDescription
              READ FoodMasterfile
                 INVALID KEY
                    DISPLAY "That food is not in the food master."
                 NOT INVALID KEY
                    MOVE MST-CostPerServing TO WS-FoodCostShow
                    DISPLAY "Current cost per serving: "
                       WS-FoodCostShow
                    PERFORM 1941-GetFoodCost
                    COMPUTE MST-CostPerServing =
                       WS-FoodCostCents / 100
                    REWRITE MST-FoodEntry
                       INVALID KEY
                          DISPLAY "Could not save the cost."
                       NOT INVALID KEY
                          MOVE MST-CostPerServing TO WS-FoodCostShow
                          DISPLAY "Cost per serving set to "
                             WS-FoodCostShow
                    END-REWRITE
              END-READ
              CLOSE FoodMasterfile
           END-IF.

      * Prompt for the cost in cents, re-asking until numeric
       1941-GetFoodCost.
           DISPLAY "Cost per serving in cents (0-99999)".
           ACCEPT WS-FoodCostCents.
           IF WS-FoodCostCents IS NOT NUMERIC
              DISPLAY "Invalid cost. Enter 0 to 99999 cents."
              PERFORM 1941-GetFoodCost
           END-IF.

      * Cascade WS-FoodOldName to WS-FoodNewName through the recipe
      * ingredient lines, the meal plan and the pantry and, on
      * request, through the historical log so rule 1 of the
      * reconcile run stays quiet and future plan lines still price
      * and shop
       1910-CascadeFoodName.
           MOVE ZERO TO WS-FoodRecipeChanges WS-FoodLogChanges
              WS-FoodPlanChanges.
           PERFORM 1911-CascadeRecipeLines.
           DISPLAY "Recipe ingredient lines updated: "
              WS-FoodRecipeChanges.
           PERFORM 1915-CascadePlanLines.
           DISPLAY "Meal plan lines updated: " WS-FoodPlanChanges.
           PERFORM 1917-CascadePantryItem.
           DISPLAY "Also update historical log entries? (Y/N): "
              WITH NO ADVANCING.
           ACCEPT WS-FoodCascadeReply.
           IF WS-FoodCascadeReply = 'Y' OR WS-FoodCascadeReply = 'y'
              PERFORM 1913-CascadeLogEntries
              DISPLAY "Log entries updated: " WS-FoodLogChanges
           END-IF.

      * Point matching recipe ingredient lines at the new name
       1911-CascadeRecipeLines.
           OPEN I-O RecipeFile.
           IF WS-RecipeFileStatus NOT = "00"
              DISPLAY "No recipe lines to update."
           ELSE
              SET WS-RecipeEnd TO FALSE
              MOVE LOW-VALUES TO RCP-Key
              START RecipeFile KEY IS NOT LESS THAN RCP-Key
                 INVALID KEY SET WS-RecipeEnd TO TRUE
              END-START
              IF NOT WS-RecipeEnd
                 READ RecipeFile NEXT RECORD
                    AT END SET WS-RecipeEnd TO TRUE
                 END-READ
              END-IF
              PERFORM 1912-CheckRecipeIngredient UNTIL WS-RecipeEnd
              CLOSE RecipeFile
           END-IF.

      * Re-point one recipe line if it names the old food
       1912-CheckRecipeIngredient.
           IF RCP-LineNo > ZERO
              AND RCP-Ingredient = WS-FoodOldName
              MOVE WS-FoodNewName TO RCP-Ingredient
              REWRITE RCP-RecipeLine
                 INVALID KEY
                    DISPLAY "Could not update a recipe line."
              END-REWRITE
              ADD 1 TO WS-FoodRecipeChanges
           END-IF.
           READ RecipeFile NEXT RECORD
              AT END SET WS-RecipeEnd TO TRUE
           END-READ.

      * Point matching historical log entries at the new name; the
      * master has already been renamed at this point, so a busy
      * open is retried and a real failure is reported so the
      * cascade can be re-run rather than silently skipped
       1913-CascadeLogEntries.
           PERFORM 2500-OpenLogShared.
           IF WS-CaloriesFileStatus NOT = "00"
              DISPLAY "Could not open calories.log, status "
                 WS-CaloriesFileStatus
              DISPLAY "Log entries were not updated - run the "
                 "merge again later to finish the cascade."
           ELSE
              SET LOG-EndOfFile TO FALSE
              MOVE LOW-VALUES TO FD-EntryKey
              START CaloriesLogfile KEY IS NOT LESS THAN FD-EntryKey
                 INVALID KEY SET LOG-EndOfFile TO TRUE
              END-START
              IF NOT LOG-EndOfFile
                 READ CaloriesLogfile NEXT RECORD
                    AT END SET LOG-EndOfFile TO TRUE
                 END-READ
              END-IF
              PERFORM 1914-CheckLogDescription UNTIL LOG-EndOfFile
              CLOSE CaloriesLogfile
           END-IF.

      * Re-point one log entry if it names the old food
       1914-CheckLogDescription.
           IF FD-EntryDescription = WS-FoodOldName
              MOVE WS-FoodNewName TO FD-EntryDescription
              REWRITE FD-CalorieEntry
                 INVALID KEY
                    DISPLAY "Could not update a log entry."
              END-REWRITE
              ADD 1 TO WS-FoodLogChanges
           END-IF.
           READ CaloriesLogfile NEXT RECORD
              AT END SET LOG-EndOfFile TO TRUE
           END-READ.

      * Point matching meal plan lines at the new name; a missing
      * plan file simply means there is nothing to update
       1915-CascadePlanLines.
           OPEN I-O MealPlanFile.
           IF WS-PlanFileStatus NOT = "00"
              DISPLAY "No meal plan lines to update."
           ELSE
              SET WS-PlanEnd TO FALSE
              MOVE LOW-VALUES TO PLN-Key
              START MealPlanFile KEY IS NOT LESS THAN PLN-Key
                 INVALID KEY SET WS-PlanEnd TO TRUE
              END-START
              IF NOT WS-PlanEnd
                 READ MealPlanFile NEXT RECORD
                    AT END SET WS-PlanEnd TO TRUE
                 END-READ
              END-IF
              PERFORM 1916-CheckPlanItem UNTIL WS-PlanEnd
              CLOSE MealPlanFile
           END-IF.

      * Re-point one plan line if it names the old food
       1916-CheckPlanItem.
           IF PLN-ItemDescription = WS-FoodOldName
              MOVE WS-FoodNewName TO PLN-ItemDescription
              REWRITE PLN-PlanLine
                 INVALID KEY
                    DISPLAY "Could not update a meal plan line."
              END-REWRITE
              ADD 1 TO WS-FoodPlanChanges
           END-IF.
           READ MealPlanFile NEXT RECORD
              AT END SET WS-PlanEnd TO TRUE
           END-READ.

      * Move the old name's pantry stock to the new name, adding it
      * to any stock already held under the new name
       1917-CascadePantryItem.
           OPEN I-O PantryFile.
           IF WS-PantryFileStatus = "00"
              MOVE WS-FoodOldName TO PAN-FoodDescription
              READ PantryFile
                 INVALID KEY
                    SET WS-PantryFound TO FALSE
                 NOT INVALID KEY
                    SET WS-PantryFound TO TRUE
              END-READ
              IF WS-PantryFound
                 MOVE PAN-OnHand TO WS-PantryOnHand
                 MOVE PAN-ReorderLevel TO WS-PantryQty
                 DELETE PantryFile
                    INVALID KEY
                       DISPLAY "Could not remove the old pantry item."
                 END-DELETE
                 MOVE WS-FoodNewName TO PAN-FoodDescription
                 READ PantryFile
                    INVALID KEY
                       MOVE WS-PantryOnHand TO PAN-OnHand
                       MOVE WS-PantryQty TO PAN-ReorderLevel
                       WRITE PAN-PantryItem
                          INVALID KEY
                             DISPLAY "Could not save the pantry item."
                       END-WRITE
                    NOT INVALID KEY
                       COMPUTE WS-PantryNewQty =
                          PAN-OnHand + WS-PantryOnHand
                       IF WS-PantryNewQty > 99999
                          MOVE 99999 TO PAN-OnHand
                       ELSE
                          MOVE WS-PantryNewQty TO PAN-OnHand
                       END-IF
                       REWRITE PAN-PantryItem
                          INVALID KEY
                             DISPLAY "Could not save the pantry item."
                       END-REWRITE
                 END-READ
                 DISPLAY "Pantry stock moved to the new name."
              END-IF
              CLOSE PantryFile
           END-IF.

      * Close out finished days: post one record per user per day
      * (calories, macros, burned calories, entry count) to
      * daily.totals and advance the last-closed date, so the
      * budget check and the reports stop re-scanning the whole
      * logfile for days that can no longer change casually.
      * Clearing the range first makes an interrupted close run
      * safe to simply run again. Closed days cannot change until
      * the admin reopens a user's day with option [O]; each close
      * then re-posts exactly the reopened days.
       2000-RunDayClose.
           DISPLAY "Run Day Close".
           PERFORM 2001-ReadCloseControl.
           DISPLAY "Days are closed through " WS-LastClosedDate.
           PERFORM 2002-GetCloseThruDate.
      *    Closing through an already-closed date closes nothing
      *    new - only the reopened days are re-posted
           IF WS-CloseThruDate NOT GREATER THAN WS-LastClosedDate
              DISPLAY "Those days are already closed - only "
                 "reopened days will be re-posted."
           ELSE
              COMPUTE WS-CloseFromDate = WS-LastClosedDate + 1
           END-IF.
           MOVE ZERO TO WS-ClosePostedCount WS-CloseClearedCount
              WS-RepostCount.
      *    Both files must open cleanly before anything is cleared
      *    or the control date advanced - a close that cannot read
      *    the log would otherwise mark the range closed with
      *    nothing posted, and every report would trust it
           OPEN INPUT CaloriesLogfile.
           IF WS-CaloriesFileStatus NOT = "00"
              DISPLAY "Could not open calories.log, status "
                 WS-CaloriesFileStatus
              DISPLAY "Day close abandoned - nothing was changed."
           ELSE
              OPEN I-O DailyTotalsFile
              IF WS-TotalsFileStatus = "35"
                 OPEN OUTPUT DailyTotalsFile
                 CLOSE DailyTotalsFile
                 OPEN I-O DailyTotalsFile
              END-IF
              IF WS-TotalsFileStatus NOT = "00"
                 DISPLAY "Could not open daily.totals, status "
                    WS-TotalsFileStatus
                 DISPLAY "Day close abandoned - nothing was "
                    "changed."
                 CLOSE CaloriesLogfile
              ELSE
                 IF WS-CloseThruDate > WS-LastClosedDate
                    PERFORM 2005-ClearCloseRange
                    PERFORM 2010-PostLogEntries
                    PERFORM 2015-PostExerciseBurn
                 END-IF
                 PERFORM 2025-RepostReopenedDays
                 CLOSE DailyTotalsFile
                 CLOSE CaloriesLogfile
                 PERFORM 2020-WriteCloseControl
                 DISPLAY "Day close complete through "
                    WS-LastClosedDate
                 DISPLAY "  Totals records posted: "
                    WS-ClosePostedCount
                 DISPLAY "  Reopened days re-posted: "
                    WS-RepostCount
              END-IF
           END-IF.

      * Load the last closed date; zero means no close has ever run
       2001-ReadCloseControl.
           MOVE ZERO TO WS-LastClosedDate.
           OPEN INPUT DayCloseControl.
           IF WS-CloseCtlStatus = "00"
              READ DayCloseControl
                 AT END
                    MOVE ZERO TO WS-LastClosedDate
                 NOT AT END
                    MOVE DCC-LastClosedDate TO WS-LastClosedDate
              END-READ
              CLOSE DayCloseControl
           END-IF.

      * Prompt for the close-through date, re-asking until numeric
       2002-GetCloseThruDate.
           DISPLAY "Close days through (YYYYMMDD): "
              WITH NO ADVANCING.
           ACCEPT WS-CloseThruDate.
           IF WS-CloseThruDate IS NOT NUMERIC
              DISPLAY "Invalid date. Please enter it as YYYYMMDD."
              PERFORM 2002-GetCloseThruDate
           END-IF.

      * Drop any totals already posted inside the range being
      * closed, so an interrupted close cannot double-post
       2005-ClearCloseRange.
           SET DTL-EndOfFile TO FALSE.
           MOVE WS-CloseFromDate TO DTL-Date.
           END-READ.

      * Advance the last closed date now the postings are safe; a
      * run that only re-posts reopened days never moves it
       2020-WriteCloseControl.
           IF WS-CloseThruDate > WS-LastClosedDate
              MOVE WS-CloseThruDate TO WS-LastClosedDate
              CLOSE DayCloseControl
           END-IF.

      * Re-post every day the admin reopened, over the calories.log
      * and daily.totals handles 2000-RunDayClose already has open,
      * dropping each reopen record once its day is posted again
       2025-RepostReopenedDays.
           SET ROP-EndOfFile TO FALSE.
           OPEN I-O ReopenFile.
           IF WS-ReopenFileStatus = "00"
              MOVE LOW-VALUES TO ROP-Key
              START ReopenFile KEY IS NOT LESS THAN ROP-Key
                 INVALID KEY SET ROP-EndOfFile TO TRUE
              END-START
              IF NOT ROP-EndOfFile
                 READ ReopenFile NEXT RECORD
                    AT END SET ROP-EndOfFile TO TRUE
                 END-READ
              END-IF
              PERFORM 2026-RepostOneDay UNTIL ROP-EndOfFile
              CLOSE ReopenFile
           END-IF.

      * Replace one reopened user/day's posted total with a fresh
      * posting of its current log and exercise entries
       2026-RepostOneDay.
           MOVE ROP-Date TO DTL-Date.
           MOVE ROP-UserID TO DTL-UserID.
           READ DailyTotalsFile
              NOT INVALID KEY
                 DELETE DailyTotalsFile
                    INVALID KEY
                       DISPLAY "Could not drop a reopened total."
                 END-DELETE
           END-READ.
           SET LOG-EndOfFile TO FALSE.
           MOVE ROP-UserID TO FD-UK-UserID.
           MOVE ROP-Date TO FD-UK-Date.
           MOVE ZERO TO FD-UK-Time FD-UK-TimeStamp.
           START CaloriesLogfile KEY IS NOT LESS THAN FD-UserKey
              INVALID KEY SET LOG-EndOfFile TO TRUE
           END-START.
           IF NOT LOG-EndOfFile
              READ CaloriesLogfile NEXT RECORD
                 AT END SET LOG-EndOfFile TO TRUE
              END-READ
           END-IF.
           PERFORM 2027-RepostLogEntry UNTIL LOG-EndOfFile
              OR FD-UserID NOT = ROP-UserID
              OR FD-Date > ROP-Date.
           PERFORM 2028-RepostExerciseDay.
           DELETE ReopenFile
              INVALID KEY DISPLAY "Could not drop a reopen record."
           END-DELETE.
           ADD 1 TO WS-RepostCount.
           READ ReopenFile NEXT RECORD
              AT END SET ROP-EndOfFile TO TRUE
           END-READ.

      * Post one of the reopened day's log entries if it is the
      * reopened user's, otherwise just move past it
       2027-RepostLogEntry.
           IF FD-UserID = ROP-UserID
              PERFORM 2011-PostOneLogEntry
           ELSE
              READ CaloriesLogfile NEXT RECORD
                 AT END SET LOG-EndOfFile TO TRUE
              END-READ
           END-IF.

      * Post the reopened user's exercise burn for the day
       2028-RepostExerciseDay.
           SET EX-EndOfFile TO FALSE.
           OPEN INPUT ExerciseIdxfile.
           IF WS-ExIdxFileStatus = "00"
              MOVE ROP-UserID TO EXI-UK-UserID
              MOVE ROP-Date TO EXI-UK-Date
              MOVE ZERO TO EXI-UK-Time EXI-UK-TimeStamp
              START ExerciseIdxfile KEY IS NOT LESS THAN EXI-UserKey
                 INVALID KEY SET EX-EndOfFile TO TRUE
              END-START
              IF NOT EX-EndOfFile
                 READ ExerciseIdxfile NEXT RECORD
                    AT END SET EX-EndOfFile TO TRUE
                 END-READ
              END-IF
              PERFORM 2029-RepostExerciseEntry UNTIL EX-EndOfFile
                 OR EXI-UserID NOT = ROP-UserID
                 OR EXI-Date > ROP-Date
              CLOSE ExerciseIdxfile
           END-IF.

      * Post one of the reopened day's exercise entries if it is
      * the reopened user's, otherwise just move past it
       2029-RepostExerciseEntry.
           IF EXI-UserID = ROP-UserID
              PERFORM 2016-PostOneExerciseEntry
           ELSE
              READ ExerciseIdxfile NEXT RECORD
                 AT END SET EX-EndOfFile TO TRUE
              END-READ
           END-IF.

      * Decide whether a change dated WS-CloseCheckDate for
      * WS-CloseCheckUser falls in a closed day that the admin has
      * not reopened for that user - such a change is refused
       2030-CheckClosedDay.
           SET WS-DayLocked TO FALSE.
           SET WS-DayReopened TO FALSE.
           PERFORM 2001-ReadCloseControl.
           IF WS-CloseCheckDate NOT GREATER THAN WS-LastClosedDate
              OPEN INPUT ReopenFile
              IF WS-ReopenFileStatus = "00"
                 MOVE WS-CloseCheckDate TO ROP-Date
                 MOVE WS-CloseCheckUser TO ROP-UserID
                 READ ReopenFile
                    NOT INVALID KEY
                       SET WS-DayReopened TO TRUE
                 END-READ
                 CLOSE ReopenFile
              END-IF
              IF NOT WS-DayReopened
                 SET WS-DayLocked TO TRUE
              END-IF
           END-IF.

      * Explain why a change to a closed day was refused
       2031-ShowDayLocked.
           DISPLAY "Days through " WS-LastClosedDate
              " are closed and posted to daily.totals.".
           DISPLAY "The household admin must reopen "
              WS-CloseCheckDate " for " WS-CloseCheckUser.
           DISPLAY "with option [O] before it can change.".

      * Record one reopened user/day over the ReopenFile handle the
      * caller has open I-O, auditing the posted totals it had; the
      * caller also has daily.totals open. A day that is already
      * reopened is left as it is.
       2035-WriteReopenDay.
           SET WS-ReopenAdded TO FALSE.
           MOVE WS-ReopenDate TO ROP-Date.
           MOVE WS-ReopenUserID TO ROP-UserID.
           MOVE WS-AuditActingUser TO ROP-ReopenedBy.
           ACCEPT ROP-ReopenDate FROM DATE YYYYMMDD.
           ACCEPT ROP-ReopenTime FROM TIME.
           WRITE ROP-ReopenDay
              INVALID KEY
                 SET WS-ReopenAdded TO FALSE
              NOT INVALID KEY
                 SET WS-ReopenAdded TO TRUE
           END-WRITE.
           IF WS-ReopenAdded
              MOVE WS-ReopenDate TO DTL-Date
              MOVE WS-ReopenUserID TO DTL-UserID
              READ DailyTotalsFile
                 INVALID KEY
                    MOVE WS-ReopenDate TO DTL-Date
                    MOVE WS-ReopenUserID TO DTL-UserID
                    MOVE ZERO TO DTL-Calories DTL-Protein DTL-Carbs
                       DTL-Fat DTL-Burned DTL-EntryCount
              END-READ
              MOVE DTL-DayTotals TO WS-AuditBeforeImage
              MOVE SPACES TO WS-AuditAfterImage
              MOVE 'D' TO WS-AuditFileCode
              MOVE 'O' TO WS-AuditAction
              MOVE SPACE TO WS-AuditOverride
              PERFORM 1110-WriteAuditRecord
           END-IF.

      * Open the reopened day file I-O, creating it on first use
       2036-OpenReopenFile.
           OPEN I-O ReopenFile.
           IF WS-ReopenFileStatus = "35"
              OPEN OUTPUT ReopenFile
              CLOSE ReopenFile
              OPEN I-O ReopenFile
           END-IF.

      * Sign in the acting user and insist on the household admin
      * for the functions that can touch closed days
       2040-AdminSignIn.
           SET WS-SignInOk TO FALSE.
           MOVE 'N' TO WS-AdminFlag.
           DISPLAY "Enter the admin user ID (Up to 25 characters)".
           ACCEPT WS-AuditActingUser.
           MOVE WS-AuditActingUser TO LOG-UserID.
           PERFORM 0105-CheckUserProfile.
           IF NOT WS-ProfileFound
              DISPLAY "No profile exists for user ID "
                 WS-AuditActingUser
           ELSE
              PERFORM 0107-VerifySignIn
              IF WS-SignInOk AND NOT WS-UserIsAdmin
                 DISPLAY "Only the household admin may do this."
                 SET WS-SignInOk TO FALSE
              END-IF
           END-IF.

      * Reopen one user's closed day so entries dated on it can be
      * corrected; the reopen is audited and the next day close
      * re-posts the day to daily.totals
       2050-ReopenClosedDay.
           DISPLAY "Reopen a Closed Day".
           PERFORM 2040-AdminSignIn.
           IF WS-SignInOk
              PERFORM 2001-ReadCloseControl
              IF WS-LastClosedDate = ZERO
                 DISPLAY "No days have been closed yet."
              ELSE
                 DISPLAY "Days are closed through "
                    WS-LastClosedDate
                 PERFORM 2051-GetReopenDate
                 DISPLAY "Reopen it for which user ID?"
                 ACCEPT WS-ReopenUserID
                 PERFORM 2052-ApplyReopen
              END-IF
           END-IF.

      * Prompt for the day to reopen, re-asking until it is a
      * numeric date inside the closed range
       2051-GetReopenDate.
           DISPLAY "Date to reopen (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-ReopenDate.
           IF WS-ReopenDate IS NOT NUMERIC
              OR WS-ReopenDate > WS-LastClosedDate
              DISPLAY "Invalid date. Enter YYYYMMDD on or before "
                 WS-LastClosedDate
              PERFORM 2051-GetReopenDate
           END-IF.

      * Write the reopen record once both files are open, unless
      * the day's detail has been purged to an archive
       2052-ApplyReopen.
           OPEN INPUT DailyTotalsFile.
           IF WS-TotalsFileStatus NOT = "00"
              DISPLAY "Could not open daily.totals, status "
                 WS-TotalsFileStatus
           ELSE
              PERFORM 2053-CheckDayArchived
              IF WS-ReopenArchived
                 DISPLAY "No entries for " WS-ReopenDate
                    " are left in calories.log - the day's detail "
                    "has been archived."
                 DISPLAY "Reopening it would re-post the day as "
                    "empty, so it stays closed."
              ELSE
                 PERFORM 2054-ApplyReopenRecord
              END-IF
              CLOSE DailyTotalsFile
           END-IF.

      * A posted day with entries but none left in calories.log
      * has been purged; its posted total is all that is left of it
       2053-CheckDayArchived.
           SET WS-ReopenArchived TO FALSE.
           MOVE WS-ReopenDate TO DTL-Date.
           MOVE WS-ReopenUserID TO DTL-UserID.
           READ DailyTotalsFile
              INVALID KEY MOVE ZERO TO DTL-EntryCount
           END-READ.
           IF DTL-EntryCount > ZERO
              OPEN INPUT CaloriesLogfile
              IF WS-CaloriesFileStatus NOT = "00"
                 DISPLAY "Could not open calories.log, status "
                    WS-CaloriesFileStatus
                 SET WS-ReopenArchived TO TRUE
              ELSE
                 SET LOG-EndOfFile TO FALSE
                 MOVE WS-ReopenUserID TO FD-UK-UserID
                 MOVE WS-ReopenDate TO FD-UK-Date
                 MOVE ZERO TO FD-UK-Time FD-UK-TimeStamp
                 START CaloriesLogfile
                    KEY IS NOT LESS THAN FD-UserKey
                    INVALID KEY SET LOG-EndOfFile TO TRUE
                 END-START
                 IF NOT LOG-EndOfFile
                    READ CaloriesLogfile NEXT RECORD
                       AT END SET LOG-EndOfFile TO TRUE
                    END-READ
                 END-IF
                 IF LOG-EndOfFile
                    OR FD-UserID NOT = WS-ReopenUserID
                    OR FD-Date NOT = WS-ReopenDate
                    SET WS-ReopenArchived TO TRUE
                 END-IF
                 CLOSE CaloriesLogfile
              END-IF
           END-IF.

      * Open the reopen file and write the reopen record
       2054-ApplyReopenRecord.
           PERFORM 2036-OpenReopenFile.
           IF WS-ReopenFileStatus NOT = "00"
              DISPLAY "Could not open dayclose.reopen, status "
                 WS-ReopenFileStatus
           ELSE
              PERFORM 2035-WriteReopenDay
              IF WS-ReopenAdded
                 DISPLAY WS-ReopenDate " reopened for "
                    WS-ReopenUserID
                 DISPLAY "Run the day close to re-post it once "
                    "the corrections are made."
              ELSE
                 DISPLAY "That day is already reopened for "
                    WS-ReopenUserID
              END-IF
              CLOSE ReopenFile
           END-IF.

      * Open the run control file, creating it on first use
       2100-OpenRunControl.
           OPEN I-O RunControlFile.
           IF WS-RunCtlStatus = "35"
              OPEN OUTPUT RunControlFile
              CLOSE RunControlFile
              OPEN I-O RunControlFile
           END-IF.

      * Close the run control file again
       2105-CloseRunControl.
           CLOSE RunControlFile.

      * See whether the last import run finished; if not, note how
      * many lines it committed so this run can resume after them,
      * and settle any line whose WRITE was still in doubt
       2110-CheckImportRestart.
           SET WS-RunResume TO FALSE.
           MOVE ZERO TO WS-ImportSkipCount.
           MOVE "IMPORT" TO RUN-Type.
           READ RunControlFile
              INVALID KEY
                 MOVE "IMPORT" TO RUN-Type
                 MOVE 'A' TO RUN-Status
                 MOVE ZERO TO RUN-Checkpoint RUN-Cutoff
                 MOVE SPACES TO RUN-PendingKey
                 WRITE RUN-ControlRecord
                    INVALID KEY
                       DISPLAY "Could not start the run control."
                 END-WRITE
              NOT INVALID KEY
                 IF RUN-Status = 'A' AND (RUN-Checkpoint > ZERO
                    OR RUN-PendingKey NOT = SPACES)
                    SET WS-RunResume TO TRUE
                    MOVE RUN-Checkpoint TO WS-ImportSkipCount
                    DISPLAY "An interrupted import was detected."
                    DISPLAY "  Lines already committed: "
                       WS-ImportSkipCount
                    PERFORM 2112-ReconcilePendingImport
                    DISPLAY "  Resuming after line "
                       WS-ImportSkipCount
                 ELSE
                    MOVE 'A' TO RUN-Status
                    MOVE ZERO TO RUN-Checkpoint RUN-Cutoff
                    MOVE SPACES TO RUN-PendingKey
                    REWRITE RUN-ControlRecord
                       INVALID KEY
                          DISPLAY "Could not start the run control."
                    END-REWRITE
                 END-IF
           END-READ.

      * Record the cutoff this run is working to, keeping any
      * pending key a resumed run still has to reconcile
       2132-CheckpointArchiveStart.
           MOVE "ARCHIVE " TO RUN-Type.
           READ RunControlFile
              INVALID KEY
                 MOVE "ARCHIVE " TO RUN-Type
                 MOVE ZERO TO RUN-Checkpoint
                 MOVE SPACES TO RUN-PendingKey
           END-READ.
           MOVE 'A' TO RUN-Status.
           MOVE WS-ArchiveCutoff TO RUN-Cutoff.
           REWRITE RUN-ControlRecord
              INVALID KEY
                 DISPLAY "Could not checkpoint the archive run."
           END-REWRITE.

      * Settle the one record whose move was in doubt when the
      * prior run died: the checkpoint is written after the
      * archive WRITE, so if the record is still in the live file
      * only the DELETE is missing and the move can be completed
       2135-ReconcilePendingMove.
           MOVE "ARCHIVE " TO RUN-Type.
           READ RunControlFile
              INVALID KEY MOVE SPACES TO RUN-PendingKey
           END-READ.
           IF RUN-PendingKey NOT = SPACES
              MOVE RUN-PendingKey TO FD-EntryKey
              READ CaloriesLogfile
                 INVALID KEY
                    DISPLAY "In-doubt record was already fully "
                       "moved."
                    ADD 1 TO WS-PriorMovedCount
                 NOT INVALID KEY
                    DISPLAY "In-doubt record was archived but not "
                       "removed; completing the move."
                    DELETE CaloriesLogfile
                       INVALID KEY
                          DISPLAY "Could not delete the in-doubt "
                             "record."
                    END-DELETE
                    ADD 1 TO WS-PriorMovedCount
              END-READ
              MOVE SPACES TO RUN-PendingKey
              MOVE WS-PriorMovedCount TO RUN-Checkpoint
              REWRITE RUN-ControlRecord
                 INVALID KEY
                    DISPLAY "Could not checkpoint the archive run."
              END-REWRITE
           END-IF.

      * Checkpoint the key now sitting in the archive but not yet
      * deleted from the live file
       2136-CheckpointPendingKey.
           MOVE "ARCHIVE " TO RUN-Type.
           MOVE 'A' TO RUN-Status.
           COMPUTE RUN-Checkpoint =
              WS-PriorMovedCount + WS-ArchiveMovedCount.
           MOVE FD-EntryKey TO RUN-PendingKey.
           MOVE WS-ArchiveCutoff TO RUN-Cutoff.
           REWRITE RUN-ControlRecord
              INVALID KEY
                 DISPLAY "Could not checkpoint the archive run."
           END-REWRITE.

      * Clear the pending key and count the completed move
       2137-CheckpointMoveDone.
           MOVE "ARCHIVE " TO RUN-Type.
           MOVE 'A' TO RUN-Status.
           COMPUTE RUN-Checkpoint =
              WS-PriorMovedCount + WS-ArchiveMovedCount.
           MOVE SPACES TO RUN-PendingKey.
           MOVE WS-ArchiveCutoff TO RUN-Cutoff.
           REWRITE RUN-ControlRecord
              INVALID KEY
                 DISPLAY "Could not checkpoint the archive run."
           END-REWRITE.

      * Mark the archive run cleanly finished
       2140-MarkArchiveComplete.
           MOVE "ARCHIVE " TO RUN-Type.
           MOVE 'C' TO RUN-Status.
           COMPUTE RUN-Checkpoint =
              WS-PriorMovedCount + WS-ArchiveMovedCount.
           MOVE SPACES TO RUN-PendingKey.
           MOVE WS-ArchiveCutoff TO RUN-Cutoff.
           REWRITE RUN-ControlRecord
              INVALID KEY
                 DISPLAY "Could not close out the run control."
           END-REWRITE.

      * One line per day for a user and date range - actual
      * calories and macros beside the goals in force that day with
      * an over/under flag and a marker where the goals changed,
      * then days-on-target counts, streaks and per-day averages
      * versus goal. Closed days come from the posted totals, open
      * days from calories.log.
       2200-GoalAdherenceReport.
           DISPLAY "Goal Adherence Report".
           DISPLAY "Enter name: " WITH NO ADVANCING.
           ACCEPT WS-GoalUserID.
           PERFORM 2201-GetGoalStartDate.
           PERFORM 2202-GetGoalEndDate.
           PERFORM 2203-LoadGoalProfile.
           IF NOT WS-ProfileFound
              DISPLAY "No profile exists for user ID " WS-GoalUserID
              DISPLAY "Register it first with option [6]."
           ELSE
              MOVE "goal-adherence.rpt" TO WS-ReportFileName
              MOVE ZERO TO WS-GoalDayDate WS-GoalDayCal
                 WS-GoalDayProt WS-GoalDayCarb WS-GoalDayFat
                 WS-GoalDayCount WS-GoalOnTargetDays
                 WS-GoalCurStreak WS-GoalBestStreak
                 WS-GoalSumCal WS-GoalSumProt WS-GoalSumCarb
                 WS-GoalSumFat WS-GoalPrevDate WS-GoalSumCalGoal
                 WS-GoalSumProtGoal WS-GoalSumCarbGoal
                 WS-GoalSumFatGoal
              MOVE WS-GoalUserID TO WS-GoalHistUser
              PERFORM 2800-LoadGoalHistory
              PERFORM 2001-ReadCloseControl
              IF WS-LastClosedDate NOT LESS THAN WS-GoalStartDate
                 COMPUTE WS-OpenScanFrom = WS-LastClosedDate + 1
              ELSE
                 MOVE WS-GoalStartDate TO WS-OpenScanFrom
              END-IF
              OPEN OUTPUT CaloricReport
              MOVE WS-GoalUserID TO RPT-GH-Name
              WRITE RPT-PrintLine FROM RPT-GoalHeading
              MOVE WS-GoalStartDate TO RPT-GR-Start
              MOVE WS-GoalEndDate TO RPT-GR-End
              WRITE RPT-PrintLine FROM RPT-GoalRange AFTER
                 ADVANCING 1 LINE
              PERFORM 2210-SweepPostedGoalDays
              PERFORM 2215-SweepOpenGoalDays
              PERFORM 2222-FinishGoalDay
              COMPUTE WS-GoalChangeUpTo = WS-GoalEndDate + 1
              PERFORM 2226-WriteGoalChange
                 VARYING WS-GoalHistIx FROM 1 BY 1
                 UNTIL WS-GoalHistIx > WS-GoalHistCount
              PERFORM 2230-WriteGoalTail
              CLOSE CaloricReport
              DISPLAY "Report written to goal-adherence.rpt"
           END-IF.

      * Prompt for the adherence range start, re-asking until
      * numeric
       2201-GetGoalStartDate.
           DISPLAY "Enter start date (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-GoalStartDate.
           IF WS-GoalStartDate IS NOT NUMERIC
              DISPLAY "Invalid date. Please enter it as YYYYMMDD."
              PERFORM 2201-GetGoalStartDate
           END-IF.

      * Prompt for the adherence range end, re-asking until numeric
       2202-GetGoalEndDate.
           DISPLAY "Enter end date (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-GoalEndDate.
           IF WS-GoalEndDate IS NOT NUMERIC
              DISPLAY "Invalid date. Please enter it as YYYYMMDD."
              PERFORM 2202-GetGoalEndDate
           END-IF.

      * Load all four goals from the user's profile record; this
      * is a report path, so a missing profile file is refused
      * rather than silently created
       2203-LoadGoalProfile.
           SET WS-ProfileFound TO FALSE.
           MOVE ZERO TO WS-GoalCalGoal WS-GoalProtGoal
              WS-GoalCarbGoal WS-GoalFatGoal.
           OPEN INPUT UserProfileFile.
           IF WS-ProfileFileStatus NOT = "00"
              DISPLAY "Could not open user.profile, status "
                 WS-ProfileFileStatus
           ELSE
              MOVE WS-GoalUserID TO PRF-UserID
              READ UserProfileFile
                 NOT INVALID KEY
                    SET WS-ProfileFound TO TRUE
                    MOVE PRF-CalorieGoal TO WS-GoalCalGoal
                    MOVE PRF-ProteinGoal TO WS-GoalProtGoal
                    MOVE PRF-CarbGoal TO WS-GoalCarbGoal
                    MOVE PRF-FatGoal TO WS-GoalFatGoal
              END-READ
              CLOSE UserProfileFile
           END-IF.

      * Fold the posted daily totals for closed in-range days into
      * the day stream
       2210-SweepPostedGoalDays.
           SET DTL-EndOfFile TO FALSE.
           OPEN INPUT DailyTotalsFile.
           IF WS-TotalsFileStatus = "00"
              MOVE WS-GoalStartDate TO DTL-Date
              MOVE LOW-VALUES TO DTL-UserID
              START DailyTotalsFile KEY IS NOT LESS THAN DTL-Key
                 INVALID KEY SET DTL-EndOfFile TO TRUE
              END-START
              IF NOT DTL-EndOfFile
                 READ DailyTotalsFile NEXT RECORD
                    AT END SET DTL-EndOfFile TO TRUE
                 END-READ
              END-IF
              PERFORM 2211-AddPostedGoalDay UNTIL DTL-EndOfFile
                 OR DTL-Date > WS-GoalEndDate
                 OR DTL-Date > WS-LastClosedDate
              CLOSE DailyTotalsFile
           END-IF.

      * Fold one posted day into the day stream
       2211-AddPostedGoalDay.
           IF DTL-UserID = WS-GoalUserID
              IF DTL-Date NOT = WS-GoalDayDate
                 PERFORM 2222-FinishGoalDay
                 MOVE DTL-Date TO WS-GoalDayDate
              END-IF
              ADD DTL-Calories TO WS-GoalDayCal
              ADD DTL-Protein TO WS-GoalDayProt
              ADD DTL-Carbs TO WS-GoalDayCarb
              ADD DTL-Fat TO WS-GoalDayFat
           END-IF.
           READ DailyTotalsFile NEXT RECORD
              AT END SET DTL-EndOfFile TO TRUE
           END-READ.

      * Fold the still-open days out of calories.log into the day
      * stream
       2215-SweepOpenGoalDays.
           SET LOG-EndOfFile TO FALSE.
           OPEN INPUT CaloriesLogfile.
           IF WS-CaloriesFileStatus = "00"
              MOVE WS-GoalUserID TO FD-UK-UserID
              MOVE WS-OpenScanFrom TO FD-UK-Date
              MOVE ZERO TO FD-UK-Time FD-UK-TimeStamp
              START CaloriesLogfile KEY IS NOT LESS THAN FD-UserKey
                 INVALID KEY SET LOG-EndOfFile TO TRUE
              END-START
              IF NOT LOG-EndOfFile
                 READ CaloriesLogfile NEXT RECORD
                    AT END SET LOG-EndOfFile TO TRUE
                 END-READ
              END-IF
              PERFORM 2216-AddOpenGoalEntry UNTIL LOG-EndOfFile
                 OR FD-UserID NOT = WS-GoalUserID
                 OR FD-Date > WS-GoalEndDate
              CLOSE CaloriesLogfile
           ELSE
              DISPLAY "Could not open calories.log, status "
                 WS-CaloriesFileStatus
              DISPLAY "Open days are missing from the report."
           END-IF.

      * Fold one open-day log entry into the day stream
       2216-AddOpenGoalEntry.
           IF FD-UserID = WS-GoalUserID
              IF FD-Date NOT = WS-GoalDayDate
                 PERFORM 2222-FinishGoalDay
                 MOVE FD-Date TO WS-GoalDayDate
              END-IF
              ADD FD-CaloricCount TO WS-GoalDayCal
              ADD FD-ProteinGrams TO WS-GoalDayProt
              ADD FD-CarbGrams TO WS-GoalDayCarb
              ADD FD-FatGrams TO WS-GoalDayFat
           END-IF.
           READ CaloriesLogfile NEXT RECORD
              AT END SET LOG-EndOfFile TO TRUE
           END-READ.

      * Close out the day in progress: print its line with the
      * over/under flags and roll it into the tail counters
       2222-FinishGoalDay.
           IF WS-GoalDayDate NOT = ZERO
              MOVE WS-GoalDayDate TO WS-GoalChangeUpTo
              PERFORM 2226-WriteGoalChange
                 VARYING WS-GoalHistIx FROM 1 BY 1
                 UNTIL WS-GoalHistIx > WS-GoalHistCount
              MOVE WS-GoalCalGoal TO WS-EffCalGoal
              MOVE WS-GoalProtGoal TO WS-EffProtGoal
              MOVE WS-GoalCarbGoal TO WS-EffCarbGoal
              MOVE WS-GoalFatGoal TO WS-EffFatGoal
              MOVE WS-GoalDayDate TO WS-GoalHistDate
              PERFORM 2805-FindGoalForDate
              MOVE WS-GoalDayDate TO RPT-GD-Date
              MOVE WS-GoalDayCal TO RPT-GD-Cal
              MOVE WS-GoalDayCal TO WS-GoalFlagActual
              MOVE WS-EffCalGoal TO WS-GoalFlagTarget
              PERFORM 2224-SetOneGoalFlag
              MOVE WS-GoalFlagText TO RPT-GD-CalFlag
              MOVE WS-GoalDayProt TO RPT-GD-Prot
              MOVE WS-GoalDayProt TO WS-GoalFlagActual
              MOVE WS-EffProtGoal TO WS-GoalFlagTarget
              PERFORM 2224-SetOneGoalFlag
              MOVE WS-GoalFlagText TO RPT-GD-ProtFlag
              MOVE WS-GoalDayCarb TO RPT-GD-Carb
              MOVE WS-GoalDayCarb TO WS-GoalFlagActual
              MOVE WS-EffCarbGoal TO WS-GoalFlagTarget
              PERFORM 2224-SetOneGoalFlag
              MOVE WS-GoalFlagText TO RPT-GD-CarbFlag
              MOVE WS-GoalDayFat TO RPT-GD-Fat
              MOVE WS-GoalDayFat TO WS-GoalFlagActual
              MOVE WS-EffFatGoal TO WS-GoalFlagTarget
              PERFORM 2224-SetOneGoalFlag
              MOVE WS-GoalFlagText TO RPT-GD-FatFlag
              MOVE WS-EffCalGoal TO RPT-GD-Goal
              IF WS-GoalChangedOnDay
                 MOVE "GOAL CHANGED" TO RPT-GD-Marker
              ELSE
                 MOVE SPACES TO RPT-GD-Marker
              END-IF
              WRITE RPT-PrintLine FROM RPT-GoalDayLine AFTER
                 ADVANCING 1 LINE
              MOVE WS-GoalDayDate TO WS-GoalPrevDate
              ADD 1 TO WS-GoalDayCount
              ADD WS-EffCalGoal TO WS-GoalSumCalGoal
              ADD WS-EffProtGoal TO WS-GoalSumProtGoal
              ADD WS-EffCarbGoal TO WS-GoalSumCarbGoal
              ADD WS-EffFatGoal TO WS-GoalSumFatGoal
              ADD WS-GoalDayCal TO WS-GoalSumCal
              ADD WS-GoalDayProt TO WS-GoalSumProt
              ADD WS-GoalDayCarb TO WS-GoalSumCarb
              ADD WS-GoalDayFat TO WS-GoalSumFat
              IF WS-GoalDayCal NOT GREATER THAN WS-EffCalGoal
                 ADD 1 TO WS-GoalOnTargetDays
                 ADD 1 TO WS-GoalCurStreak
                 IF WS-GoalCurStreak > WS-GoalBestStreak
                    MOVE WS-GoalCurStreak TO WS-GoalBestStreak
                 END-IF
              ELSE
                 MOVE ZERO TO WS-GoalCurStreak
              END-IF
              MOVE ZERO TO WS-GoalDayDate WS-GoalDayCal
                 WS-GoalDayProt WS-GoalDayCarb WS-GoalDayFat
           END-IF.

      * Flag one actual against its goal
       2224-SetOneGoalFlag.
           IF WS-GoalFlagActual > WS-GoalFlagTarget
              MOVE "OVER " TO WS-GoalFlagText
           ELSE
              IF WS-GoalFlagActual < WS-GoalFlagTarget
                 MOVE "UNDER" TO WS-GoalFlagText
              ELSE
                 MOVE "ON   " TO WS-GoalFlagText
              END-IF
           END-IF.

      * Print a line for a goal change that fell inside the range
      * on a day with no line of its own - after the last day
      * printed and before WS-GoalChangeUpTo
       2226-WriteGoalChange.
           IF WS-GH-EffDate (WS-GoalHistIx) > WS-GoalPrevDate
              AND WS-GH-EffDate (WS-GoalHistIx) < WS-GoalChangeUpTo
              AND WS-GH-EffDate (WS-GoalHistIx)
                 NOT LESS THAN WS-GoalStartDate
              MOVE WS-GH-EffDate (WS-GoalHistIx) TO RPT-GX-Date
              MOVE WS-GH-CalGoal (WS-GoalHistIx) TO RPT-GX-Cal
              MOVE WS-GH-ProtGoal (WS-GoalHistIx) TO RPT-GX-Prot
              MOVE WS-GH-CarbGoal (WS-GoalHistIx) TO RPT-GX-Carb
              MOVE WS-GH-FatGoal (WS-GoalHistIx) TO RPT-GX-Fat
              WRITE RPT-PrintLine FROM RPT-GoalChangeLine AFTER
                 ADVANCING 1 LINE
           END-IF.

      * Print the tail: on-target counts, streaks and averages
       2230-WriteGoalTail.
           MOVE "DAYS REPORTED:" TO RPT-GC-Label.
           MOVE WS-GoalDayCount TO RPT-GC-Value.
           WRITE RPT-PrintLine FROM RPT-GoalCountLine AFTER
              ADVANCING 2 LINES.
           MOVE "DAYS ON CALORIE TARGET:" TO RPT-GC-Label.
           MOVE WS-GoalOnTargetDays TO RPT-GC-Value.
           WRITE RPT-PrintLine FROM RPT-GoalCountLine AFTER
              ADVANCING 1 LINE.
           MOVE "CURRENT STREAK (DAYS):" TO RPT-GC-Label.
           MOVE WS-GoalCurStreak TO RPT-GC-Value.
           WRITE RPT-PrintLine FROM RPT-GoalCountLine AFTER
              ADVANCING 1 LINE.
           MOVE "LONGEST STREAK (DAYS):" TO RPT-GC-Label.
           MOVE WS-GoalBestStreak TO RPT-GC-Value.
           WRITE RPT-PrintLine FROM RPT-GoalCountLine AFTER
              ADVANCING 1 LINE.
           IF WS-GoalDayCount > ZERO
              MOVE "AVG CALORIES PER DAY:" TO RPT-GA-Label
              COMPUTE WS-GoalAvg ROUNDED =
                 WS-GoalSumCal / WS-GoalDayCount
              MOVE WS-GoalAvg TO RPT-GA-Value
              COMPUTE WS-GoalAvg ROUNDED =
                 WS-GoalSumCalGoal / WS-GoalDayCount
              MOVE WS-GoalAvg TO RPT-GA-Goal
              WRITE RPT-PrintLine FROM RPT-GoalAvgLine AFTER
                 ADVANCING 2 LINES
              MOVE "AVG PROTEIN PER DAY (G):" TO RPT-GA-Label
              COMPUTE WS-GoalAvg ROUNDED =
                 WS-GoalSumProt / WS-GoalDayCount
              MOVE WS-GoalAvg TO RPT-GA-Value
              COMPUTE WS-GoalAvg ROUNDED =
                 WS-GoalSumProtGoal / WS-GoalDayCount
              MOVE WS-GoalAvg TO RPT-GA-Goal
              WRITE RPT-PrintLine FROM RPT-GoalAvgLine AFTER
                 ADVANCING 1 LINE
              MOVE "AVG CARBS PER DAY (G):" TO RPT-GA-Label
              COMPUTE WS-GoalAvg ROUNDED =
                 WS-GoalSumCarb / WS-GoalDayCount
              MOVE WS-GoalAvg TO RPT-GA-Value
              COMPUTE WS-GoalAvg ROUNDED =
                 WS-GoalSumCarbGoal / WS-GoalDayCount
              MOVE WS-GoalAvg TO RPT-GA-Goal
              WRITE RPT-PrintLine FROM RPT-GoalAvgLine AFTER
                 ADVANCING 1 LINE
              MOVE "AVG FAT PER DAY (G):" TO RPT-GA-Label
              COMPUTE WS-GoalAvg ROUNDED =
                 WS-GoalSumFat / WS-GoalDayCount
              MOVE WS-GoalAvg TO RPT-GA-Value
              COMPUTE WS-GoalAvg ROUNDED =
                 WS-GoalSumFatGoal / WS-GoalDayCount
              MOVE WS-GoalAvg TO RPT-GA-Goal
              WRITE RPT-PrintLine FROM RPT-GoalAvgLine AFTER
                 ADVANCING 1 LINE
           END-IF.

      * Write the clinic interchange file for a user and range: a
      * header with the run stamp and range, one fixed detail per
      * food and exercise record with date, macros and burned
      * calories, and a trailer with counts and hash totals
       2300-NutritionExtract.
           DISPLAY "Nutrition Extract".
           DISPLAY "Enter name: " WITH NO ADVANCING.
           ACCEPT WS-ExtractUserID.
           PERFORM 2301-GetExtractStartDate.
           PERFORM 2302-GetExtractEndDate.
           MOVE ZERO TO WS-ExtractDetailCount WS-ExtractFoodCount
              WS-ExtractExerCount WS-ExtractCalHash
              WS-ExtractBurnHash.
           OPEN OUTPUT ExtractFile.
           IF WS-ExtractFileStatus NOT = "00"
              DISPLAY "Could not open nutrition-extract.dat, "
                 "status " WS-ExtractFileStatus
           ELSE
              ACCEPT EXT-HD-RunDate FROM DATE YYYYMMDD
              ACCEPT EXT-HD-RunTime FROM TIME
              MOVE WS-ExtractUserID TO EXT-HD-UserID
              MOVE WS-ExtractStartDate TO EXT-HD-StartDate
              MOVE WS-ExtractEndDate TO EXT-HD-EndDate
              WRITE EXT-ExtractLine FROM EXT-HeaderRecord
              PERFORM 2310-ExtractLogEntries
              PERFORM 2315-ExtractExerciseEntries
              MOVE WS-ExtractDetailCount TO EXT-TR-DetailCount
              MOVE WS-ExtractFoodCount TO EXT-TR-FoodCount
              MOVE WS-ExtractExerCount TO EXT-TR-ExerCount
              MOVE WS-ExtractCalHash TO EXT-TR-CalHash
              MOVE WS-ExtractBurnHash TO EXT-TR-BurnHash
              WRITE EXT-ExtractLine FROM EXT-TrailerRecord
              CLOSE ExtractFile
              DISPLAY "Extract written to nutrition-extract.dat"
              DISPLAY "  Food details:     " WS-ExtractFoodCount
              DISPLAY "  Exercise details: " WS-ExtractExerCount
           END-IF.

      * Prompt for the extract range start, re-asking until numeric
       2301-GetExtractStartDate.
           DISPLAY "Enter start date (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-ExtractStartDate.
           IF WS-ExtractStartDate IS NOT NUMERIC
              DISPLAY "Invalid date. Please enter it as YYYYMMDD."
              PERFORM 2301-GetExtractStartDate
           END-IF.

      * Prompt for the extract range end, re-asking until numeric
       2302-GetExtractEndDate.
           DISPLAY "Enter end date (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-ExtractEndDate.
           IF WS-ExtractEndDate IS NOT NUMERIC
              DISPLAY "Invalid date. Please enter it as YYYYMMDD."
              PERFORM 2302-GetExtractEndDate
           END-IF.

      * Write one detail per in-range calories.log entry
       2310-ExtractLogEntries.
           SET LOG-EndOfFile TO FALSE.
           OPEN INPUT CaloriesLogfile.
           IF WS-CaloriesFileStatus NOT = "00"
              DISPLAY "Could not open calories.log, status "
                 WS-CaloriesFileStatus
           ELSE
              MOVE WS-ExtractUserID TO FD-UK-UserID
              MOVE WS-ExtractStartDate TO FD-UK-Date
              MOVE ZERO TO FD-UK-Time FD-UK-TimeStamp
              START CaloriesLogfile KEY IS NOT LESS THAN FD-UserKey
                 INVALID KEY SET LOG-EndOfFile TO TRUE
              END-START
              IF NOT LOG-EndOfFile
                 READ CaloriesLogfile NEXT RECORD
                    AT END SET LOG-EndOfFile TO TRUE
                 END-READ
              END-IF
              PERFORM 2311-ExtractOneLogEntry UNTIL LOG-EndOfFile
                 OR FD-UserID NOT = WS-ExtractUserID
                 OR FD-Date > WS-ExtractEndDate
              CLOSE CaloriesLogfile
           END-IF.

      * Build and write one food detail record
       2311-ExtractOneLogEntry.
           IF FD-UserID = WS-ExtractUserID
              MOVE 'F' TO EXT-DT-Type
              MOVE FD-Date TO EXT-DT-Date
              MOVE FD-EatenAtTime TO EXT-DT-Time
              MOVE FD-UserID TO EXT-DT-UserID
              MOVE FD-CaloricCount TO EXT-DT-Calories
              MOVE FD-ProteinGrams TO EXT-DT-Protein
              MOVE FD-CarbGrams TO EXT-DT-Carbs
              MOVE FD-FatGrams TO EXT-DT-Fat
              MOVE ZERO TO EXT-DT-Burned
              MOVE FD-EntryDescription TO EXT-DT-Description
              WRITE EXT-ExtractLine FROM EXT-DetailRecord
              ADD 1 TO WS-ExtractDetailCount
              ADD 1 TO WS-ExtractFoodCount
              ADD FD-CaloricCount TO WS-ExtractCalHash
           END-IF.
           READ CaloriesLogfile NEXT RECORD
              AT END SET LOG-EndOfFile TO TRUE
           END-READ.

      * Write one detail per in-range exercise.idx entry
       2315-ExtractExerciseEntries.
           SET EX-EndOfFile TO FALSE.
           OPEN INPUT ExerciseIdxfile.
           IF WS-ExIdxFileStatus = "00"
              MOVE WS-ExtractUserID TO EXI-UK-UserID
              MOVE WS-ExtractStartDate TO EXI-UK-Date
              MOVE ZERO TO EXI-UK-Time EXI-UK-TimeStamp
              START ExerciseIdxfile KEY IS NOT LESS THAN EXI-UserKey
                 INVALID KEY SET EX-EndOfFile TO TRUE
              END-START
              IF NOT EX-EndOfFile
                 READ ExerciseIdxfile NEXT RECORD
                    AT END SET EX-EndOfFile TO TRUE
                 END-READ
              END-IF
              PERFORM 2316-ExtractOneExercise UNTIL EX-EndOfFile
                 OR EXI-UserID NOT = WS-ExtractUserID
                 OR EXI-Date > WS-ExtractEndDate
              CLOSE ExerciseIdxfile
           ELSE
              DISPLAY "Could not open exercise.idx, status "
                 WS-ExIdxFileStatus
              DISPLAY "No exercise details were extracted."
           END-IF.

      * Build and write one exercise detail record
       2316-ExtractOneExercise.
           IF EXI-UserID = WS-ExtractUserID
              MOVE 'E' TO EXT-DT-Type
              MOVE EXI-Date TO EXT-DT-Date
              MOVE EXI-ExerciseAtTime TO EXT-DT-Time
              MOVE EXI-UserID TO EXT-DT-UserID
              MOVE ZERO TO EXT-DT-Calories EXT-DT-Protein
                 EXT-DT-Carbs EXT-DT-Fat
              MOVE EXI-CaloriesBurned TO EXT-DT-Burned
              MOVE EXI-ActivityDescription TO EXT-DT-Description
              WRITE EXT-ExtractLine FROM EXT-DetailRecord
              ADD 1 TO WS-ExtractDetailCount
              ADD 1 TO WS-ExtractExerCount
              ADD EXI-CaloriesBurned TO WS-ExtractBurnHash
           END-IF.
           READ ExerciseIdxfile NEXT RECORD
              AT END SET EX-EndOfFile TO TRUE
           END-READ.

      * Backup utility: unload each indexed file to a sequential
      * backup with a record count, verify-walk each index, or
      * rebuild one index from its backup after a corruption
       2400-MaintainBackups.
           DISPLAY "Backup and Rebuild Utility".
           DISPLAY "[U] Unload all to backups  [V] Verify indexes".
           DISPLAY "[R] Rebuild one file from its backup".
           ACCEPT WS-BackupAction.
           EVALUATE WS-BackupAction
              WHEN 'U' WHEN 'u'
                 MOVE 'U' TO WS-BackupModeSwitch
                 PERFORM 2405-WalkAllIndexes
              WHEN 'V' WHEN 'v'
                 MOVE 'V' TO WS-BackupModeSwitch
                 PERFORM 2405-WalkAllIndexes
              WHEN 'R' WHEN 'r'
                 PERFORM 2460-ReloadFromBackup
              WHEN OTHER
                 DISPLAY "Invalid action, no changes made."
           END-EVALUATE.

      * Walk all six indexed files in the current mode
       2405-WalkAllIndexes.
           PERFORM 2410-BackupCaloriesLog.
           PERFORM 2415-BackupFoodMaster.
           PERFORM 2420-BackupRecipeFile.
           PERFORM 2425-BackupUserProfile.
           PERFORM 2430-BackupExerciseIdx.
           PERFORM 2435-BackupWeightLog.

      * Walk calories.log, writing the backup in unload mode
       2410-BackupCaloriesLog.
           MOVE ZERO TO WS-BackupCount.
           SET LOG-EndOfFile TO FALSE.
           OPEN INPUT CaloriesLogfile.
           IF WS-CaloriesFileStatus NOT = "00"
              DISPLAY "calories.log: cannot open, status "
                 WS-CaloriesFileStatus
           ELSE
              IF WS-BackupUnload
                 MOVE "calories.log.bak" TO WS-BackupFileName
                 OPEN OUTPUT BackupFile
              END-IF
              MOVE LOW-VALUES TO FD-EntryKey
              START CaloriesLogfile KEY IS NOT LESS THAN FD-EntryKey
                 INVALID KEY SET LOG-EndOfFile TO TRUE
              END-START
              IF NOT LOG-EndOfFile
                 READ CaloriesLogfile NEXT RECORD
                    AT END SET LOG-EndOfFile TO TRUE
                 END-READ
              END-IF
              PERFORM 2411-BackupOneCalorie UNTIL LOG-EndOfFile
              IF WS-BackupUnload
                 CLOSE BackupFile
              END-IF
              CLOSE CaloriesLogfile
              DISPLAY "calories.log: " WS-BackupCount " records"
           END-IF.

      * Handle one calories.log record on the walk
       2411-BackupOneCalorie.
           IF WS-BackupUnload
              WRITE BKP-BackupLine FROM FD-CalorieEntry
           END-IF.
           ADD 1 TO WS-BackupCount.
           READ CaloriesLogfile NEXT RECORD
              AT END SET LOG-EndOfFile TO TRUE
           END-READ.

      * Walk food.master, writing the backup in unload mode
       2415-BackupFoodMaster.
           MOVE ZERO TO WS-BackupCount.
           SET MST-EndOfFile TO FALSE.
           OPEN INPUT FoodMasterfile.
           IF WS-FoodFileStatus NOT = "00"
              DISPLAY "food.master: cannot open, status "
                 WS-FoodFileStatus
           ELSE
              IF WS-BackupUnload
                 MOVE "food.master.bak" TO WS-BackupFileName
                 OPEN OUTPUT BackupFile
              END-IF
              MOVE LOW-VALUES TO MST-FoodDescription
              START FoodMasterfile KEY IS NOT LESS THAN
                 MST-FoodDescription
                 INVALID KEY SET MST-EndOfFile TO TRUE
              END-START
              IF NOT MST-EndOfFile
                 READ FoodMasterfile NEXT RECORD
                    AT END SET MST-EndOfFile TO TRUE
                 END-READ
              END-IF
              PERFORM 2416-BackupOneFood UNTIL MST-EndOfFile
              IF WS-BackupUnload
                 CLOSE BackupFile
              END-IF
              CLOSE FoodMasterfile
              DISPLAY "food.master: " WS-BackupCount " records"
           END-IF.

      * Handle one food.master record on the walk
       2416-BackupOneFood.
           IF WS-BackupUnload
              WRITE BKP-BackupLine FROM MST-FoodEntry
           END-IF.
           ADD 1 TO WS-BackupCount.
           READ FoodMasterfile NEXT RECORD
              AT END SET MST-EndOfFile TO TRUE
           END-READ.

      * Walk recipe.master, writing the backup in unload mode
       2420-BackupRecipeFile.
           MOVE ZERO TO WS-BackupCount.
           SET WS-RecipeEnd TO FALSE.
           OPEN INPUT RecipeFile.
           IF WS-RecipeFileStatus NOT = "00"
              DISPLAY "recipe.master: cannot open, status "
                 WS-RecipeFileStatus
           ELSE
              IF WS-BackupUnload
                 MOVE "recipe.master.bak" TO WS-BackupFileName
                 OPEN OUTPUT BackupFile
              END-IF
              MOVE LOW-VALUES TO RCP-Key
              START RecipeFile KEY IS NOT LESS THAN RCP-Key
                 INVALID KEY SET WS-RecipeEnd TO TRUE
              END-START
              IF NOT WS-RecipeEnd
                 READ RecipeFile NEXT RECORD
                    AT END SET WS-RecipeEnd TO TRUE
                 END-READ
              END-IF
              PERFORM 2421-BackupOneRecipe UNTIL WS-RecipeEnd
              IF WS-BackupUnload
                 CLOSE BackupFile
              END-IF
              CLOSE RecipeFile
              DISPLAY "recipe.master: " WS-BackupCount " records"
           END-IF.

      * Handle one recipe.master record on the walk
       2421-BackupOneRecipe.
           IF WS-BackupUnload
              WRITE BKP-BackupLine FROM RCP-RecipeLine
           END-IF.
           ADD 1 TO WS-BackupCount.
           READ RecipeFile NEXT RECORD
              AT END SET WS-RecipeEnd TO TRUE
           END-READ.

      * Walk user.profile, writing the backup in unload mode
       2425-BackupUserProfile.
           MOVE ZERO TO WS-BackupCount.
           SET PRF-EndOfFile TO FALSE.
           OPEN INPUT UserProfileFile.
           IF WS-ProfileFileStatus NOT = "00"
              DISPLAY "user.profile: cannot open, status "
                 WS-ProfileFileStatus
           ELSE
              IF WS-BackupUnload
                 MOVE "user.profile.bak" TO WS-BackupFileName
                 OPEN OUTPUT BackupFile
              END-IF
              MOVE LOW-VALUES TO PRF-UserID
              START UserProfileFile KEY IS NOT LESS THAN PRF-UserID
                 INVALID KEY SET PRF-EndOfFile TO TRUE
              END-START
              IF NOT PRF-EndOfFile
                 READ UserProfileFile NEXT RECORD
                    AT END SET PRF-EndOfFile TO TRUE
                 END-READ
              END-IF
              PERFORM 2426-BackupOneProfile UNTIL PRF-EndOfFile
              IF WS-BackupUnload
                 CLOSE BackupFile
              END-IF
              CLOSE UserProfileFile
              DISPLAY "user.profile: " WS-BackupCount " records"
           END-IF.

      * Handle one user.profile record on the walk
       2426-BackupOneProfile.
           IF WS-BackupUnload
              WRITE BKP-BackupLine FROM PRF-UserProfile
           END-IF.
           ADD 1 TO WS-BackupCount.
           READ UserProfileFile NEXT RECORD
              AT END SET PRF-EndOfFile TO TRUE
           END-READ.

      * Walk exercise.idx, writing the backup in unload mode
       2430-BackupExerciseIdx.
           MOVE ZERO TO WS-BackupCount.
           SET EX-EndOfFile TO FALSE.
           OPEN INPUT ExerciseIdxfile.
           IF WS-ExIdxFileStatus NOT = "00"
              DISPLAY "exercise.idx: cannot open, status "
                 WS-ExIdxFileStatus
           ELSE
              IF WS-BackupUnload
                 MOVE "exercise.idx.bak" TO WS-BackupFileName
                 OPEN OUTPUT BackupFile
              END-IF
              MOVE LOW-VALUES TO EXI-EntryKey
              START ExerciseIdxfile KEY IS NOT LESS THAN EXI-EntryKey
                 INVALID KEY SET EX-EndOfFile TO TRUE
              END-START
              IF NOT EX-EndOfFile
                 READ ExerciseIdxfile NEXT RECORD
                    AT END SET EX-EndOfFile TO TRUE
                 END-READ
              END-IF
              PERFORM 2431-BackupOneExercise UNTIL EX-EndOfFile
              IF WS-BackupUnload
                 CLOSE BackupFile
              END-IF
              CLOSE ExerciseIdxfile
              DISPLAY "exercise.idx: " WS-BackupCount " records"
           END-IF.

      * Handle one exercise.idx record on the walk
       2431-BackupOneExercise.
           IF WS-BackupUnload
              WRITE BKP-BackupLine FROM EXI-ExerciseEntry
           END-IF.
           ADD 1 TO WS-BackupCount.
           READ ExerciseIdxfile NEXT RECORD
              AT END SET EX-EndOfFile TO TRUE
           END-READ.

      * Walk weight.log, writing the backup in unload mode
       2435-BackupWeightLog.
           MOVE ZERO TO WS-BackupCount.
           SET WGT-EndOfFile TO FALSE.
           OPEN INPUT WeightLogfile.
           IF WS-WeightFileStatus NOT = "00"
              DISPLAY "weight.log: cannot open, status "
                 WS-WeightFileStatus
           ELSE
              IF WS-BackupUnload
                 MOVE "weight.log.bak" TO WS-BackupFileName
                 OPEN OUTPUT BackupFile
              END-IF
              MOVE LOW-VALUES TO WGT-Key
              START WeightLogfile KEY IS NOT LESS THAN WGT-Key
                 INVALID KEY SET WGT-EndOfFile TO TRUE
              END-START
              IF NOT WGT-EndOfFile
                 READ WeightLogfile NEXT RECORD
                    AT END SET WGT-EndOfFile TO TRUE
                 END-READ
              END-IF
              PERFORM 2436-BackupOneWeight UNTIL WGT-EndOfFile
              IF WS-BackupUnload
                 CLOSE BackupFile
              END-IF
              CLOSE WeightLogfile
              DISPLAY "weight.log: " WS-BackupCount " records"
           END-IF.

      * Handle one weight.log record on the walk
       2436-BackupOneWeight.
           IF WS-BackupUnload
              WRITE BKP-BackupLine FROM WGT-WeightEntry
           END-IF.
           ADD 1 TO WS-BackupCount.
           READ WeightLogfile NEXT RECORD
              AT END SET WGT-EndOfFile TO TRUE
           END-READ.

      * Rebuild one indexed file from the newest backup on disk.
      * Rebuilding calories.log or exercise.idx can change closed
      * days, so it takes the admin's sign-in and is followed by a
      * check that reopens any closed day that no longer matches.
       2460-ReloadFromBackup.
           DISPLAY "Rebuild which file from its backup?".
           DISPLAY "[1] calories.log   [2] food.master".
           DISPLAY "[3] recipe.master  [4] user.profile".
           DISPLAY "[5] exercise.idx   [6] weight.log".
           ACCEPT WS-BackupPick.
           EVALUATE WS-BackupPick
              WHEN '1'
                 PERFORM 2040-AdminSignIn
                 IF WS-SignInOk
                    PERFORM 2461-ReloadCaloriesLog
                 END-IF
              WHEN '2'
                 PERFORM 2463-ReloadFoodMaster
              WHEN '3'
                 PERFORM 2465-ReloadRecipeFile
              WHEN '4'
                 PERFORM 2467-ReloadUserProfile
              WHEN '5'
                 PERFORM 2040-AdminSignIn
                 IF WS-SignInOk
                    PERFORM 2471-ReloadExerciseIdx
                 END-IF
              WHEN '6'
                 PERFORM 2473-ReloadWeightLog
              WHEN OTHER
                 DISPLAY "Invalid choice, nothing rebuilt."
           END-EVALUATE.

      * Rebuild calories.log from calories.log.bak
       2461-ReloadCaloriesLog.
           MOVE "calories.log.bak" TO WS-BackupFileName.
           MOVE ZERO TO WS-BackupCount.
           SET BKP-EndOfFile TO FALSE.
           OPEN INPUT BackupFile.
           IF WS-BackupFileStatus NOT = "00"
              DISPLAY "No backup found at " WS-BackupFileName
           ELSE
              OPEN OUTPUT CaloriesLogfile
              READ BackupFile INTO FD-CalorieEntry
                 AT END SET BKP-EndOfFile TO TRUE
              END-READ
              PERFORM 2462-ReloadOneCalorie UNTIL BKP-EndOfFile
              CLOSE CaloriesLogfile
              CLOSE BackupFile
              DISPLAY "calories.log rebuilt: " WS-BackupCount
                 " records"
              MOVE 'L' TO WS-RebuildModeSwitch
              PERFORM 2480-ReopenRebuiltDays
           END-IF.

      * Load one backed-up calories.log record; the user key is
      * rebuilt from the record, so older backups load as well
       2462-ReloadOneCalorie.
           PERFORM 3110-SetLogUserKey.
           WRITE FD-CalorieEntry
              INVALID KEY DISPLAY "Skipped a duplicate key."
           END-WRITE.
           ADD 1 TO WS-BackupCount.
           READ BackupFile INTO FD-CalorieEntry
              AT END SET BKP-EndOfFile TO TRUE
           END-READ.

      * Rebuild food.master from food.master.bak
       2463-ReloadFoodMaster.
           MOVE "food.master.bak" TO WS-BackupFileName.
           MOVE ZERO TO WS-BackupCount.
           SET BKP-EndOfFile TO FALSE.
           OPEN INPUT BackupFile.
           IF WS-BackupFileStatus NOT = "00"
              DISPLAY "No backup found at " WS-BackupFileName
           ELSE
              OPEN OUTPUT FoodMasterfile
              READ BackupFile INTO MST-FoodEntry
                 AT END SET BKP-EndOfFile TO TRUE
              END-READ
              PERFORM 2464-ReloadOneFood UNTIL BKP-EndOfFile
              CLOSE FoodMasterfile
              CLOSE BackupFile
              DISPLAY "food.master rebuilt: " WS-BackupCount
                 " records"
           END-IF.

      * Load one backed-up food.master record
       2464-ReloadOneFood.
      *    Backups taken before costs were kept have no cost
           IF MST-CostPerServing IS NOT NUMERIC
              MOVE ZERO TO MST-CostPerServing
           END-IF.
           WRITE MST-FoodEntry
              INVALID KEY DISPLAY "Skipped a duplicate key."
           END-WRITE.
           ADD 1 TO WS-BackupCount.
           READ BackupFile INTO MST-FoodEntry
              AT END SET BKP-EndOfFile TO TRUE
           END-READ.

      * Rebuild recipe.master from recipe.master.bak
       2465-ReloadRecipeFile.
           MOVE "recipe.master.bak" TO WS-BackupFileName.
           MOVE ZERO TO WS-BackupCount.
           SET BKP-EndOfFile TO FALSE.
           OPEN INPUT BackupFile.
           IF WS-BackupFileStatus NOT = "00"
              DISPLAY "No backup found at " WS-BackupFileName
           ELSE
              OPEN OUTPUT RecipeFile
              READ BackupFile INTO RCP-RecipeLine
                 AT END SET BKP-EndOfFile TO TRUE
              END-READ
              PERFORM 2466-ReloadOneRecipe UNTIL BKP-EndOfFile
              CLOSE RecipeFile
              CLOSE BackupFile
              DISPLAY "recipe.master rebuilt: " WS-BackupCount
                 " records"
           END-IF.

      * Load one backed-up recipe.master record
       2466-ReloadOneRecipe.
           WRITE RCP-RecipeLine
              INVALID KEY DISPLAY "Skipped a duplicate key."
           END-WRITE.
           ADD 1 TO WS-BackupCount.
           READ BackupFile INTO RCP-RecipeLine
              AT END SET BKP-EndOfFile TO TRUE
           END-READ.

      * Rebuild user.profile from user.profile.bak
       2467-ReloadUserProfile.
           MOVE "user.profile.bak" TO WS-BackupFileName.
           MOVE ZERO TO WS-BackupCount.
           SET BKP-EndOfFile TO FALSE.
           OPEN INPUT BackupFile.
           IF WS-BackupFileStatus NOT = "00"
              DISPLAY "No backup found at " WS-BackupFileName
           ELSE
              OPEN OUTPUT UserProfileFile
              READ BackupFile INTO PRF-UserProfile
                 AT END SET BKP-EndOfFile TO TRUE
              END-READ
              PERFORM 2468-ReloadOneProfile UNTIL BKP-EndOfFile
              CLOSE UserProfileFile
              CLOSE BackupFile
              DISPLAY "user.profile rebuilt: " WS-BackupCount
                 " records"
           END-IF.

      * Load one backed-up user.profile record
       2468-ReloadOneProfile.
           WRITE PRF-UserProfile
              INVALID KEY DISPLAY "Skipped a duplicate key."
           END-WRITE.
           ADD 1 TO WS-BackupCount.
           READ BackupFile INTO PRF-UserProfile
              AT END SET BKP-EndOfFile TO TRUE
           END-READ.

      * Rebuild exercise.idx from exercise.idx.bak
       2471-ReloadExerciseIdx.
           MOVE "exercise.idx.bak" TO WS-BackupFileName.
           MOVE ZERO TO WS-BackupCount.
           SET BKP-EndOfFile TO FALSE.
           OPEN INPUT BackupFile.
           IF WS-BackupFileStatus NOT = "00"
              DISPLAY "No backup found at " WS-BackupFileName
           ELSE
              OPEN OUTPUT ExerciseIdxfile
              READ BackupFile INTO EXI-ExerciseEntry
                 AT END SET BKP-EndOfFile TO TRUE
              END-READ
              PERFORM 2472-ReloadOneExercise UNTIL BKP-EndOfFile
              CLOSE ExerciseIdxfile
              CLOSE BackupFile
              DISPLAY "exercise.idx rebuilt: " WS-BackupCount
                 " records"
              MOVE 'E' TO WS-RebuildModeSwitch
              PERFORM 2480-ReopenRebuiltDays
           END-IF.

      * Load one backed-up exercise.idx record; the user key is
      * rebuilt from the record, so older backups load as well
       2472-ReloadOneExercise.
           PERFORM 3111-SetExerciseUserKey.
           WRITE EXI-ExerciseEntry
              INVALID KEY DISPLAY "Skipped a duplicate key."
           END-WRITE.
           ADD 1 TO WS-BackupCount.
           READ BackupFile INTO EXI-ExerciseEntry
              AT END SET BKP-EndOfFile TO TRUE
           END-READ.

      * Rebuild weight.log from weight.log.bak
       2473-ReloadWeightLog.
           MOVE "weight.log.bak" TO WS-BackupFileName.
           MOVE ZERO TO WS-BackupCount.
           SET BKP-EndOfFile TO FALSE.
           OPEN INPUT BackupFile.
           IF WS-BackupFileStatus NOT = "00"
              DISPLAY "No backup found at " WS-BackupFileName
           ELSE
              OPEN OUTPUT WeightLogfile
              READ BackupFile INTO WGT-WeightEntry
                 AT END SET BKP-EndOfFile TO TRUE
              END-READ
              PERFORM 2474-ReloadOneWeight UNTIL BKP-EndOfFile
              CLOSE WeightLogfile
              CLOSE BackupFile
              DISPLAY "weight.log rebuilt: " WS-BackupCount
                 " records"
           END-IF.

      * Load one backed-up weight.log record
       2474-ReloadOneWeight.
           WRITE WGT-WeightEntry
              INVALID KEY DISPLAY "Skipped a duplicate key."
           END-WRITE.
           ADD 1 TO WS-BackupCount.
           READ BackupFile INTO WGT-WeightEntry
              AT END SET BKP-EndOfFile TO TRUE
           END-READ.

      * A rebuilt calories.log or exercise.idx may no longer agree
      * with what was posted for the closed days. Every closed
      * user/day is compared with daily.totals and each one that
      * differs is reopened (and audited) so the next day close
      * re-posts it. Posted days before the rebuilt file's first
      * date are left alone - their entries went to an archive.
       2480-ReopenRebuiltDays.
           MOVE ZERO TO WS-ReopenCount WS-RbFirstDate WS-RbCurDate
              WS-RbUserCount.
           PERFORM 2001-ReadCloseControl.
           IF WS-LastClosedDate > ZERO
              OPEN INPUT DailyTotalsFile
              IF WS-TotalsFileStatus NOT = "00"
                 DISPLAY "Could not open daily.totals, status "
                    WS-TotalsFileStatus
              ELSE
                 PERFORM 2036-OpenReopenFile
                 IF WS-ReopenFileStatus NOT = "00"
                    DISPLAY "Could not open dayclose.reopen, "
                       "status " WS-ReopenFileStatus
                 ELSE
                    IF WS-RebuildIsLog
                       PERFORM 2481-CompareRebuiltLog
                    ELSE
                       PERFORM 2487-CompareRebuiltExercise
                    END-IF
                    IF WS-RbFirstDate > ZERO
                       PERFORM 2489-CheckPostedDays
                    END-IF
                    CLOSE ReopenFile
                 END-IF
                 CLOSE DailyTotalsFile
              END-IF
              DISPLAY "Closed days reopened for re-posting: "
                 WS-ReopenCount
           END-IF.

      * Total the rebuilt log's closed days per user and date
       2481-CompareRebuiltLog.
           SET LOG-EndOfFile TO FALSE.
           OPEN INPUT CaloriesLogfile.
           IF WS-CaloriesFileStatus = "00"
              MOVE LOW-VALUES TO FD-EntryKey
              START CaloriesLogfile KEY IS NOT LESS THAN FD-EntryKey
                 INVALID KEY SET LOG-EndOfFile TO TRUE
              END-START
              IF NOT LOG-EndOfFile
                 READ CaloriesLogfile NEXT RECORD
                    AT END SET LOG-EndOfFile TO TRUE
                 END-READ
              END-IF
              PERFORM 2482-TallyRebuiltEntry UNTIL LOG-EndOfFile
                 OR FD-Date > WS-LastClosedDate
              PERFORM 2485-CompareRebuiltDate
              CLOSE CaloriesLogfile
           END-IF.

      * Add one rebuilt log entry to its user's slot for the date,
      * comparing the finished date first when the date changes
       2482-TallyRebuiltEntry.
           IF FD-Date NOT = WS-RbCurDate
              PERFORM 2485-CompareRebuiltDate
              MOVE FD-Date TO WS-RbCurDate
              IF WS-RbFirstDate = ZERO
                 MOVE FD-Date TO WS-RbFirstDate
              END-IF
           END-IF.
           MOVE FD-UserID TO WS-RbCheckUser.
           PERFORM 2483-FindRebuiltUser.
           IF WS-RbSlot > ZERO
              ADD FD-CaloricCount TO WS-RB-Calories (WS-RbSlot)
              ADD FD-ProteinGrams TO WS-RB-Protein (WS-RbSlot)
              ADD FD-CarbGrams TO WS-RB-Carbs (WS-RbSlot)
              ADD FD-FatGrams TO WS-RB-Fat (WS-RbSlot)
              ADD 1 TO WS-RB-Count (WS-RbSlot)
           END-IF.
           READ CaloriesLogfile NEXT RECORD
              AT END SET LOG-EndOfFile TO TRUE
           END-READ.

      * Find the slot for WS-RbCheckUser on the current date,
      * adding it if new; a date with more than 50 users cannot be
      * compared, so an overflow user's day is simply reopened
       2483-FindRebuiltUser.
           SET WS-RbUserFound TO FALSE.
           MOVE ZERO TO WS-RbSlot.
           PERFORM 2484-MatchRebuiltUser
              VARYING WS-RbSub FROM 1 BY 1
              UNTIL WS-RbSub > WS-RbUserCount
                 OR WS-RbUserFound.
           IF NOT WS-RbUserFound
              IF WS-RbUserCount < 50
                 ADD 1 TO WS-RbUserCount
                 MOVE WS-RbUserCount TO WS-RbSlot
                 MOVE WS-RbCheckUser TO WS-RB-UserID (WS-RbSlot)
                 MOVE ZERO TO WS-RB-Calories (WS-RbSlot)
                    WS-RB-Protein (WS-RbSlot) WS-RB-Carbs (WS-RbSlot)
                    WS-RB-Fat (WS-RbSlot) WS-RB-Burned (WS-RbSlot)
                    WS-RB-Count (WS-RbSlot)
              ELSE
                 MOVE WS-RbCurDate TO WS-ReopenDate
                 MOVE WS-RbCheckUser TO WS-ReopenUserID
                 PERFORM 2035-WriteReopenDay
                 IF WS-ReopenAdded
                    ADD 1 TO WS-ReopenCount
                 END-IF
              END-IF
           END-IF.

      * Compare one slot against the user being checked
       2484-MatchRebuiltUser.
           IF WS-RB-UserID (WS-RbSub) = WS-RbCheckUser
              SET WS-RbUserFound TO TRUE
              MOVE WS-RbSub TO WS-RbSlot
           END-IF.

      * Compare every user tallied for the finished date with its
      * posted total, then empty the table for the next date
       2485-CompareRebuiltDate.
           PERFORM 2486-CompareOneRebuiltUser
              VARYING WS-RbIx FROM 1 BY 1
              UNTIL WS-RbIx > WS-RbUserCount.
           MOVE ZERO TO WS-RbUserCount.

      * Reopen one user's day if the rebuilt detail disagrees with
      * the posted record - the food figures for a rebuilt log, the
      * burned calories for a rebuilt exercise file
       2486-CompareOneRebuiltUser.
           SET WS-RbMismatch TO FALSE.
           MOVE WS-RbCurDate TO DTL-Date.
           MOVE WS-RB-UserID (WS-RbIx) TO DTL-UserID.
           READ DailyTotalsFile
              INVALID KEY
                 SET WS-RbMismatch TO TRUE
              NOT INVALID KEY
                 IF WS-RebuildIsLog
                    IF DTL-Calories NOT = WS-RB-Calories (WS-RbIx)
                       OR DTL-Protein NOT = WS-RB-Protein (WS-RbIx)
                       OR DTL-Carbs NOT = WS-RB-Carbs (WS-RbIx)
                       OR DTL-Fat NOT = WS-RB-Fat (WS-RbIx)
                       OR DTL-EntryCount NOT = WS-RB-Count (WS-RbIx)
                       SET WS-RbMismatch TO TRUE
                    END-IF
                 ELSE
                    IF DTL-Burned NOT = WS-RB-Burned (WS-RbIx)
                       SET WS-RbMismatch TO TRUE
                    END-IF
                 END-IF
           END-READ.
           IF WS-RbMismatch
              MOVE WS-RbCurDate TO WS-ReopenDate
              MOVE WS-RB-UserID (WS-RbIx) TO WS-ReopenUserID
              PERFORM 2035-WriteReopenDay
              IF WS-ReopenAdded
                 ADD 1 TO WS-ReopenCount
              END-IF
           END-IF.

      * Total the rebuilt exercise file's closed days per user and
      * date
       2487-CompareRebuiltExercise.
           SET EX-EndOfFile TO FALSE.
           OPEN INPUT ExerciseIdxfile.
           IF WS-ExIdxFileStatus = "00"
              MOVE LOW-VALUES TO EXI-EntryKey
              START ExerciseIdxfile KEY IS NOT LESS THAN EXI-EntryKey
                 INVALID KEY SET EX-EndOfFile TO TRUE
              END-START
              IF NOT EX-EndOfFile
                 READ ExerciseIdxfile NEXT RECORD
                    AT END SET EX-EndOfFile TO TRUE
                 END-READ
              END-IF
              PERFORM 2488-TallyRebuiltExercise UNTIL EX-EndOfFile
                 OR EXI-Date > WS-LastClosedDate
              PERFORM 2485-CompareRebuiltDate
              CLOSE ExerciseIdxfile
           END-IF.

      * Add one rebuilt exercise entry's burn to its user's slot
       2488-TallyRebuiltExercise.
           IF EXI-Date NOT = WS-RbCurDate
              PERFORM 2485-CompareRebuiltDate
              MOVE EXI-Date TO WS-RbCurDate
              IF WS-RbFirstDate = ZERO
                 MOVE EXI-Date TO WS-RbFirstDate
              END-IF
           END-IF.
           MOVE EXI-UserID TO WS-RbCheckUser.
           PERFORM 2483-FindRebuiltUser.
           IF WS-RbSlot > ZERO
              ADD EXI-CaloriesBurned TO WS-RB-Burned (WS-RbSlot)
           END-IF.
           READ ExerciseIdxfile NEXT RECORD
              AT END SET EX-EndOfFile TO TRUE
           END-READ.

      * The other direction: a posted day whose detail is missing
      * from the rebuilt file altogether is reopened as well
       2489-CheckPostedDays.
           SET DTL-EndOfFile TO FALSE.
           IF WS-RebuildIsLog
              OPEN INPUT CaloriesLogfile
              IF WS-CaloriesFileStatus NOT = "00"
                 SET DTL-EndOfFile TO TRUE
              END-IF
           ELSE
              OPEN INPUT ExerciseIdxfile
              IF WS-ExIdxFileStatus NOT = "00"
                 SET DTL-EndOfFile TO TRUE
              END-IF
           END-IF.
           IF DTL-EndOfFile
              DISPLAY "Could not reopen the rebuilt file - posted "
                 "days without detail were not checked."
           ELSE
              PERFORM 2493-WalkPostedDays
              IF WS-RebuildIsLog
                 CLOSE CaloriesLogfile
              ELSE
                 CLOSE ExerciseIdxfile
              END-IF
           END-IF.

      * Look for the rebuilt detail behind one posted day
       2490-CheckOnePostedDay.
           IF (WS-RebuildIsLog AND DTL-EntryCount > ZERO)
              OR (WS-RebuildIsExercise AND DTL-Burned > ZERO)
              SET WS-RbDetailFound TO FALSE
              SET WS-RbScanEnd TO FALSE
              IF WS-RebuildIsLog
                 MOVE DTL-UserID TO FD-UK-UserID
                 MOVE DTL-Date TO FD-UK-Date
                 MOVE ZERO TO FD-UK-Time FD-UK-TimeStamp
                 START CaloriesLogfile
                    KEY IS NOT LESS THAN FD-UserKey
                    INVALID KEY SET WS-RbScanEnd TO TRUE
                 END-START
                 IF NOT WS-RbScanEnd
                    PERFORM 2491-ScanLogDetail
                 END-IF
              ELSE
                 MOVE DTL-UserID TO EXI-UK-UserID
                 MOVE DTL-Date TO EXI-UK-Date
                 MOVE ZERO TO EXI-UK-Time EXI-UK-TimeStamp
                 START ExerciseIdxfile
                    KEY IS NOT LESS THAN EXI-UserKey
                    INVALID KEY SET WS-RbScanEnd TO TRUE
                 END-START
                 IF NOT WS-RbScanEnd
                    PERFORM 2492-ScanExDetail
                 END-IF
              END-IF
              IF NOT WS-RbDetailFound
                 MOVE DTL-Date TO WS-ReopenDate
                 MOVE DTL-UserID TO WS-ReopenUserID
                 PERFORM 2035-WriteReopenDay
                 IF WS-ReopenAdded
                    ADD 1 TO WS-ReopenCount
                 END-IF
              END-IF
           END-IF.
           READ DailyTotalsFile NEXT RECORD
              AT END SET DTL-EndOfFile TO TRUE
           END-READ.

      * Read the first rebuilt log entry at or after the posted
      * day's user and date and see whether it is that user's day
       2491-ScanLogDetail.
           READ CaloriesLogfile NEXT RECORD
              AT END SET WS-RbScanEnd TO TRUE
           END-READ.
           IF NOT WS-RbScanEnd
              AND FD-UserID = DTL-UserID
              AND FD-Date = DTL-Date
              SET WS-RbDetailFound TO TRUE
           END-IF.

      * Read the first rebuilt exercise entry at or after the
      * posted day's user and date and see whether it is that
      * user's day
       2492-ScanExDetail.
           READ ExerciseIdxfile NEXT RECORD
              AT END SET WS-RbScanEnd TO TRUE
           END-READ.
           IF NOT WS-RbScanEnd
              AND EXI-UserID = DTL-UserID
              AND EXI-Date = DTL-Date
              SET WS-RbDetailFound TO TRUE
           END-IF.

      * Walk the posted days from the rebuilt file's first date
      * through the last closed date
       2493-WalkPostedDays.
           MOVE WS-RbFirstDate TO DTL-Date.
           MOVE LOW-VALUES TO DTL-UserID.
           START DailyTotalsFile KEY IS NOT LESS THAN DTL-Key
              INVALID KEY SET DTL-EndOfFile TO TRUE
           END-START.
           IF NOT DTL-EndOfFile
              READ DailyTotalsFile NEXT RECORD
                 AT END SET DTL-EndOfFile TO TRUE
              END-READ
           END-IF.
           PERFORM 2490-CheckOnePostedDay UNTIL DTL-EndOfFile
              OR DTL-Date > WS-LastClosedDate.

      * Open calories.log I-O for shared household use, creating
      * it on first use and offering a retry with a clear message
      * while another session holds it instead of falling out
       2500-OpenLogShared.
           SET WS-BusyGiveUp TO FALSE.
           OPEN I-O CaloriesLogfile.
           IF WS-CaloriesFileStatus = "35"
              OPEN OUTPUT CaloriesLogfile
              CLOSE CaloriesLogfile
              OPEN I-O CaloriesLogfile
           END-IF.
           PERFORM 2505-RetryBusyLogOpen
              UNTIL WS-CaloriesFileStatus NOT = "93"
                 OR WS-BusyGiveUp.
           IF WS-CaloriesFileStatus = "39"
              DISPLAY "calories.log is on the old layout - convert "
                 "it with option [K] first."
           END-IF.

      * Ask whether to retry the busy open of calories.log
       2505-RetryBusyLogOpen.
           DISPLAY "calories.log is in use by another session.".
           DISPLAY "Try again? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-BusyReply.
           IF WS-BusyReply = 'Y' OR WS-BusyReply = 'y'
              OPEN I-O CaloriesLogfile
           ELSE
              SET WS-BusyGiveUp TO TRUE
           END-IF.

      * Open exercise.idx I-O for shared household use the same way
       2510-OpenExerciseShared.
           SET WS-BusyGiveUp TO FALSE.
           OPEN I-O ExerciseIdxfile.
           IF WS-ExIdxFileStatus = "35"
              OPEN OUTPUT ExerciseIdxfile
              CLOSE ExerciseIdxfile
              OPEN I-O ExerciseIdxfile
           END-IF.
           PERFORM 2515-RetryBusyExOpen
              UNTIL WS-ExIdxFileStatus NOT = "93"
                 OR WS-BusyGiveUp.
           IF WS-ExIdxFileStatus = "39"
              DISPLAY "exercise.idx is on the old layout - convert "
                 "it with option [K] first."
           END-IF.

      * Ask whether to retry the busy open of exercise.idx
       2515-RetryBusyExOpen.
           DISPLAY "exercise.idx is in use by another session.".
           DISPLAY "Try again? (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-BusyReply.
           IF WS-BusyReply = 'Y' OR WS-BusyReply = 'y'
              OPEN I-O ExerciseIdxfile
           ELSE
              SET WS-BusyGiveUp TO TRUE
           END-IF.

      * One-time load of a pre-PIN user.profile into the current
      * layout, mirroring the old exercise log conversion. The old
      * records are read through the old record description, then
      * the file is rebuilt with blank PINs (which sign in
      * unchecked) and no admin flag; set each PIN and the admin
      * account with option [6] afterwards.
       2600-ConvertProfiles.
           DISPLAY "Convert Old User Profiles".
           MOVE ZERO TO WS-ProfConvCount.
           SET OPR-EndOfFile TO FALSE.
           SET WS-ProfConvOverflow TO FALSE.
           OPEN INPUT OldProfileFile.
           IF WS-OldProfileStatus NOT = "00"
              DISPLAY "Could not open user.profile on the old "
                 "layout, status " WS-OldProfileStatus
              DISPLAY "Nothing was converted."
           ELSE
              MOVE LOW-VALUES TO OPR-UserID
              START OldProfileFile KEY IS NOT LESS THAN OPR-UserID
                 INVALID KEY SET OPR-EndOfFile TO TRUE
              END-START
              IF NOT OPR-EndOfFile
                 READ OldProfileFile NEXT RECORD
                    AT END SET OPR-EndOfFile TO TRUE
                 END-READ
              END-IF
              PERFORM 2601-LoadOldProfile UNTIL OPR-EndOfFile
              CLOSE OldProfileFile
      *       The rebuild replaces the file, so it only proceeds
      *       when every old record is safely held in the table
              IF WS-ProfConvOverflow
                 DISPLAY "More than 50 profiles - conversion "
                    "refused and user.profile left untouched."
              ELSE
                 OPEN OUTPUT UserProfileFile
                 IF WS-ProfileFileStatus NOT = "00"
                    DISPLAY "Could not rebuild user.profile, "
                       "status " WS-ProfileFileStatus
                 ELSE
                    PERFORM 2605-WriteNewProfile
                       VARYING WS-ProfConvIx FROM 1 BY 1
                       UNTIL WS-ProfConvIx > WS-ProfConvCount
                    CLOSE UserProfileFile
                    DISPLAY "Profiles converted: " WS-ProfConvCount
                    DISPLAY "Set each PIN and the admin account "
                       "with option [6]."
                 END-IF
              END-IF
           END-IF.

      * Hold one old profile record for the rebuild
       2601-LoadOldProfile.
           IF WS-ProfConvCount < 50
              ADD 1 TO WS-ProfConvCount
              MOVE OPR-UserID TO WS-PC-UserID (WS-ProfConvCount)
              MOVE OPR-CalorieGoal
                 TO WS-PC-CalorieGoal (WS-ProfConvCount)
              MOVE OPR-ProteinGoal
                 TO WS-PC-ProteinGoal (WS-ProfConvCount)
              MOVE OPR-CarbGoal
                 TO WS-PC-CarbGoal (WS-ProfConvCount)
              MOVE OPR-FatGoal
                 TO WS-PC-FatGoal (WS-ProfConvCount)
           ELSE
              SET WS-ProfConvOverflow TO TRUE
           END-IF.
           READ OldProfileFile NEXT RECORD
              AT END SET OPR-EndOfFile TO TRUE
           END-READ.

      * Write one profile on the current layout
       2605-WriteNewProfile.
           MOVE WS-PC-UserID (WS-ProfConvIx) TO PRF-UserID.
           MOVE WS-PC-CalorieGoal (WS-ProfConvIx)
              TO PRF-CalorieGoal.
           MOVE WS-PC-ProteinGoal (WS-ProfConvIx)
              TO PRF-ProteinGoal.
           MOVE WS-PC-CarbGoal (WS-ProfConvIx) TO PRF-CarbGoal.
           MOVE WS-PC-FatGoal (WS-ProfConvIx) TO PRF-FatGoal.
           MOVE SPACES TO PRF-PIN.
           MOVE 'N' TO PRF-AdminFlag.
           WRITE PRF-UserProfile
              INVALID KEY
                 DISPLAY "Could not write a converted profile."
           END-WRITE.

      * Pantry maintenance: receive groceries into stock, record a
      * stock count, set an item's reorder level, or list the items
      * that have fallen below their reorder level
       2700-MaintainPantry.
           DISPLAY "Maintain Pantry".
           DISPLAY "[R] Receive groceries  [C] Count stock".
           DISPLAY "[O] Set reorder levels  [L] Low-stock report".
           ACCEPT WS-PantryAction.
           EVALUATE WS-PantryAction
              WHEN 'r' MOVE 'R' TO WS-PantryAction
              WHEN 'c' MOVE 'C' TO WS-PantryAction
              WHEN 'o' MOVE 'O' TO WS-PantryAction
              WHEN 'l' MOVE 'L' TO WS-PantryAction
           END-EVALUATE.
           EVALUATE WS-PantryAction
              WHEN 'R' WHEN 'C' WHEN 'O'
                 PERFORM 2705-UpdatePantry
              WHEN 'L'
                 PERFORM 2730-LowStockReport
              WHEN OTHER
                 DISPLAY "Invalid action, no changes made."
           END-EVALUATE.

      * Apply receipts, counts or reorder levels item by item until
      * a blank item is entered; every item must be a master food
       2705-UpdatePantry.
           OPEN I-O PantryFile.
           IF WS-PantryFileStatus = "35"
              OPEN OUTPUT PantryFile
              CLOSE PantryFile
              OPEN I-O PantryFile
           END-IF.
           IF WS-PantryFileStatus NOT = "00"
              DISPLAY "Could not open pantry.master, status "
                 WS-PantryFileStatus
           ELSE
              OPEN INPUT FoodMasterfile
              IF WS-FoodFileStatus NOT = "00"
                 DISPLAY "Could not open food.master, status "
                    WS-FoodFileStatus
              ELSE
                 SET WS-PantryDone TO FALSE
                 PERFORM 2710-UpdateOnePantryItem UNTIL WS-PantryDone
                 CLOSE FoodMasterfile
              END-IF
              CLOSE PantryFile
           END-IF.

      * Take one item and its quantity and update its pantry record
       2710-UpdateOnePantryItem.
           DISPLAY "Food (blank to finish)".
           MOVE SPACES TO WS-PantryItem.
           ACCEPT WS-PantryItem.
           IF WS-PantryItem = SPACES
              SET WS-PantryDone TO TRUE
           ELSE
              SET WS-FoodFound TO FALSE
              MOVE WS-PantryItem TO MST-FoodDescription
              READ FoodMasterfile
                 NOT INVALID KEY
                    SET WS-FoodFound TO TRUE
              END-READ
              IF NOT WS-FoodFound
                 DISPLAY "That item is not in the food master. "
                    "Log it once with [1] first."
              ELSE
                 PERFORM 2711-GetPantryQty
                 PERFORM 2712-ApplyPantryQty
              END-IF
           END-IF.

      * Prompt for the quantity in servings, re-asking until numeric
       2711-GetPantryQty.
           EVALUATE WS-PantryAction
              WHEN 'R'
                 DISPLAY "Servings received? (0-99999)"
              WHEN 'C'
                 DISPLAY "Servings counted on hand? (0-99999)"
              WHEN OTHER
                 DISPLAY "Reorder below how many servings? (0-99999)"
           END-EVALUATE.
           ACCEPT WS-PantryQty.
           IF WS-PantryQty IS NOT NUMERIC
              DISPLAY "Invalid quantity. Enter 0 to 99999."
              PERFORM 2711-GetPantryQty
           END-IF.

      * Receive adds to the stock, a count replaces it, and a
      * reorder level is simply set; a new item starts at zero
       2712-ApplyPantryQty.
           MOVE WS-PantryItem TO PAN-FoodDescription.
           READ PantryFile
              INVALID KEY
                 SET WS-PantryFound TO FALSE
                 MOVE ZERO TO PAN-OnHand PAN-ReorderLevel
              NOT INVALID KEY
                 SET WS-PantryFound TO TRUE
           END-READ.
           EVALUATE WS-PantryAction
              WHEN 'R'
                 COMPUTE WS-PantryNewQty = PAN-OnHand + WS-PantryQty
                 IF WS-PantryNewQty > 99999
                    DISPLAY "Stock capped at 99999 servings."
                    MOVE 99999 TO PAN-OnHand
                 ELSE
                    MOVE WS-PantryNewQty TO PAN-OnHand
                 END-IF
              WHEN 'C'
                 MOVE WS-PantryQty TO PAN-OnHand
              WHEN OTHER
                 MOVE WS-PantryQty TO PAN-ReorderLevel
           END-EVALUATE.
           IF WS-PantryFound
              REWRITE PAN-PantryItem
                 INVALID KEY
                    DISPLAY "Could not update the pantry item."
              END-REWRITE
           ELSE
              WRITE PAN-PantryItem
                 INVALID KEY
                    DISPLAY "Could not add the pantry item."
              END-WRITE
           END-IF.
           DISPLAY "On hand: " PAN-OnHand
              "  reorder level: " PAN-ReorderLevel.

      * Draw the pantry down for the entry in LOG-EntryDescription
      * eaten WS-PantryServings times - a recipe through each of
      * its ingredient lines, anything else as itself. The log
      * entry is already written, so a missing pantry is no error.
       2720-DrawDownPantry.
           OPEN I-O PantryFile.
           IF WS-PantryFileStatus = "00"
              SET WS-RecipeFound TO FALSE
              OPEN INPUT RecipeFile
              IF WS-RecipeFileStatus = "00"
                 MOVE LOG-EntryDescription TO RCP-RecipeName
                 MOVE ZERO TO RCP-LineNo
                 READ RecipeFile
                    NOT INVALID KEY
                       SET WS-RecipeFound TO TRUE
                       PERFORM 1250-NoteRecipeYield
                 END-READ
                 IF WS-RecipeFound
                    PERFORM 2722-DrawRecipeLines
                 END-IF
                 CLOSE RecipeFile
              END-IF
              IF NOT WS-RecipeFound
                 MOVE LOG-EntryDescription TO WS-PantryItem
                 MOVE WS-PantryServings TO WS-PantryDraw
                 PERFORM 2721-DrawOneItem
              END-IF
              CLOSE PantryFile
           END-IF.

      * Take WS-PantryDraw servings of WS-PantryItem out of stock,
      * stopping at zero and warning once it is below reorder level
       2721-DrawOneItem.
           MOVE WS-PantryItem TO PAN-FoodDescription.
           READ PantryFile
              INVALID KEY
                 SET WS-PantryFound TO FALSE
              NOT INVALID KEY
                 SET WS-PantryFound TO TRUE
           END-READ.
           IF WS-PantryFound
              IF PAN-OnHand > WS-PantryDraw
                 SUBTRACT WS-PantryDraw FROM PAN-OnHand
              ELSE
                 MOVE ZERO TO PAN-OnHand
              END-IF
              REWRITE PAN-PantryItem
                 INVALID KEY
                    DISPLAY "Could not update the pantry item."
              END-REWRITE
              IF PAN-OnHand < PAN-ReorderLevel
                 DISPLAY "Pantry low: " PAN-FoodDescription
                    " on hand " PAN-OnHand
              END-IF
           END-IF.

      * Walk the recipe's ingredient lines drawing each one down
       2722-DrawRecipeLines.
           SET WS-RecipeEnd TO FALSE.
           MOVE LOG-EntryDescription TO WS-RecipeName.
           MOVE WS-RecipeName TO RCP-RecipeName.
           MOVE 1 TO RCP-LineNo.
           START RecipeFile KEY IS NOT LESS THAN RCP-Key
              INVALID KEY SET WS-RecipeEnd TO TRUE
           END-START.
           IF NOT WS-RecipeEnd
              READ RecipeFile NEXT RECORD
                 AT END SET WS-RecipeEnd TO TRUE
              END-READ
           END-IF.
           PERFORM 2723-DrawRecipeLine UNTIL WS-RecipeEnd.

      * Draw down one ingredient line for the servings eaten, as
      * that serving's share of the batch
       2723-DrawRecipeLine.
           IF RCP-RecipeName NOT = WS-RecipeName
              SET WS-RecipeEnd TO TRUE
           ELSE
              MOVE RCP-Ingredient TO WS-PantryItem
              COMPUTE WS-PantryDraw ROUNDED =
                 RCP-Quantity * WS-PantryServings / WS-RecipeYield
              PERFORM 2721-DrawOneItem
              READ RecipeFile NEXT RECORD
                 AT END SET WS-RecipeEnd TO TRUE
              END-READ
           END-IF.

      * List every pantry item whose stock on hand is below its
      * reorder level in low-stock.rpt
       2730-LowStockReport.
           OPEN INPUT PantryFile.
           IF WS-PantryFileStatus NOT = "00"
              DISPLAY "No pantry file exists yet."
           ELSE
              MOVE "low-stock.rpt" TO WS-ReportFileName
              OPEN OUTPUT CaloricReport
              WRITE RPT-PrintLine FROM RPT-LowStockHeading
              MOVE ZERO TO WS-PantryLowCount
              SET PAN-EndOfFile TO FALSE
              MOVE LOW-VALUES TO PAN-FoodDescription
              START PantryFile KEY IS NOT LESS THAN PAN-FoodDescription
                 INVALID KEY SET PAN-EndOfFile TO TRUE
              END-START
              IF NOT PAN-EndOfFile
                 READ PantryFile NEXT RECORD
                    AT END SET PAN-EndOfFile TO TRUE
                 END-READ
              END-IF
              PERFORM 2731-CheckStockLevel UNTIL PAN-EndOfFile
              MOVE WS-PantryLowCount TO RPT-LF-Count
              WRITE RPT-PrintLine FROM RPT-LowStockFooter AFTER
                 ADVANCING 2 LINES
              CLOSE CaloricReport
              CLOSE PantryFile
              DISPLAY "Report written to low-stock.rpt"
           END-IF.

      * Print one pantry item if it is below its reorder level
       2731-CheckStockLevel.
           IF PAN-OnHand < PAN-ReorderLevel
              MOVE PAN-FoodDescription TO RPT-LS-Name
              MOVE PAN-OnHand TO RPT-LS-OnHand
              MOVE PAN-ReorderLevel TO RPT-LS-Reorder
              COMPUTE RPT-LS-Short = PAN-ReorderLevel - PAN-OnHand
              WRITE RPT-PrintLine FROM RPT-LowStockLine AFTER
                 ADVANCING 1 LINE
              ADD 1 TO WS-PantryLowCount
           END-IF.
           READ PantryFile NEXT RECORD
              AT END SET PAN-EndOfFile TO TRUE
           END-READ.

      * Load WS-GoalHistUser's goal history into the table, oldest
      * first; a missing file just means no goal has changed yet
       2800-LoadGoalHistory.
           MOVE ZERO TO WS-GoalHistCount.
           OPEN INPUT GoalHistoryFile.
           IF WS-GoalHistStatus = "00"
              SET GHS-EndOfFile TO FALSE
              MOVE WS-GoalHistUser TO GHS-UserID
              MOVE ZERO TO GHS-EffectiveDate
              START GoalHistoryFile KEY IS NOT LESS THAN GHS-Key
                 INVALID KEY SET GHS-EndOfFile TO TRUE
              END-START
              IF NOT GHS-EndOfFile
                 READ GoalHistoryFile NEXT RECORD
                    AT END SET GHS-EndOfFile TO TRUE
                 END-READ
              END-IF
              PERFORM 2801-LoadOneGoalEntry UNTIL GHS-EndOfFile
              CLOSE GoalHistoryFile
           END-IF.

      * Add one of the user's goal records to the table; past 100
      * changes the oldest are dropped to keep the latest in force
       2801-LoadOneGoalEntry.
           IF GHS-UserID NOT = WS-GoalHistUser
              SET GHS-EndOfFile TO TRUE
           ELSE
              IF WS-GoalHistCount = 100
                 PERFORM 2802-DropOldestGoal
                    VARYING WS-GoalHistIx FROM 1 BY 1
                    UNTIL WS-GoalHistIx > 99
              ELSE
                 ADD 1 TO WS-GoalHistCount
              END-IF
              MOVE GHS-EffectiveDate
                 TO WS-GH-EffDate (WS-GoalHistCount)
              MOVE GHS-CalorieGoal TO WS-GH-CalGoal (WS-GoalHistCount)
              MOVE GHS-ProteinGoal
                 TO WS-GH-ProtGoal (WS-GoalHistCount)
              MOVE GHS-CarbGoal TO WS-GH-CarbGoal (WS-GoalHistCount)
              MOVE GHS-FatGoal TO WS-GH-FatGoal (WS-GoalHistCount)
              READ GoalHistoryFile NEXT RECORD
                 AT END SET GHS-EndOfFile TO TRUE
              END-READ
           END-IF.

      * Shift one table slot down over the slot before it
       2802-DropOldestGoal.
           MOVE WS-GoalHistEntry (WS-GoalHistIx + 1)
              TO WS-GoalHistEntry (WS-GoalHistIx).

      * Set the WS-Eff goals to those in force on WS-GoalHistDate.
      * The caller loads the profile goals into them first, which
      * stand when no history record is effective by that date.
       2805-FindGoalForDate.
           SET WS-GoalChangedOnDay TO FALSE.
           PERFORM 2806-CheckGoalEntry
              VARYING WS-GoalHistIx FROM 1 BY 1
              UNTIL WS-GoalHistIx > WS-GoalHistCount.

      * Take one history record if it is effective on or before
      * the date; the table is oldest first, so the last one taken
      * is the one in force
       2806-CheckGoalEntry.
           IF WS-GH-EffDate (WS-GoalHistIx)
              NOT GREATER THAN WS-GoalHistDate
              MOVE WS-GH-CalGoal (WS-GoalHistIx) TO WS-EffCalGoal
              MOVE WS-GH-ProtGoal (WS-GoalHistIx) TO WS-EffProtGoal
              MOVE WS-GH-CarbGoal (WS-GoalHistIx) TO WS-EffCarbGoal
              MOVE WS-GH-FatGoal (WS-GoalHistIx) TO WS-EffFatGoal
              IF WS-GH-EffDate (WS-GoalHistIx) = WS-GoalHistDate
                 SET WS-GoalChangedOnDay TO TRUE
              END-IF
           END-IF.

      * Record the profile's new goals as effective today. A user
      * with no history yet first gets a record holding the goals
      * being replaced, effective from the start, so earlier days
      * keep being judged against them.
       2810-RecordGoalChange.
           PERFORM 2813-OpenGoalHistory.
           IF WS-GoalHistStatus = "00"
              SET WS-GoalHistFound TO FALSE
              MOVE PRF-UserID TO GHS-UserID
              MOVE ZERO TO GHS-EffectiveDate
              START GoalHistoryFile KEY IS NOT LESS THAN GHS-Key
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    READ GoalHistoryFile NEXT RECORD
                       NOT AT END
                          IF GHS-UserID = PRF-UserID
                             SET WS-GoalHistFound TO TRUE
                          END-IF
                    END-READ
              END-START
              IF NOT WS-GoalHistFound
                 MOVE PRF-UserID TO GHS-UserID
                 MOVE ZERO TO GHS-EffectiveDate
                 MOVE WS-OldCalGoal TO GHS-CalorieGoal
                 MOVE WS-OldProtGoal TO GHS-ProteinGoal
                 MOVE WS-OldCarbGoal TO GHS-CarbGoal
                 MOVE WS-OldFatGoal TO GHS-FatGoal
                 PERFORM 2815-WriteGoalEntry
              END-IF
              ACCEPT WS-GoalHistToday FROM DATE YYYYMMDD
              MOVE PRF-UserID TO GHS-UserID
              MOVE WS-GoalHistToday TO GHS-EffectiveDate
              MOVE PRF-CalorieGoal TO GHS-CalorieGoal
              MOVE PRF-ProteinGoal TO GHS-ProteinGoal
              MOVE PRF-CarbGoal TO GHS-CarbGoal
              MOVE PRF-FatGoal TO GHS-FatGoal
              PERFORM 2815-WriteGoalEntry
              DISPLAY "Goal change recorded effective "
                 WS-GoalHistToday
              CLOSE GoalHistoryFile
           END-IF.

      * Record a newly registered profile's goals as in force from
      * the start
       2812-RecordFirstGoals.
           PERFORM 2813-OpenGoalHistory.
           IF WS-GoalHistStatus = "00"
              MOVE PRF-UserID TO GHS-UserID
              MOVE ZERO TO GHS-EffectiveDate
              MOVE PRF-CalorieGoal TO GHS-CalorieGoal
              MOVE PRF-ProteinGoal TO GHS-ProteinGoal
              MOVE PRF-CarbGoal TO GHS-CarbGoal
              MOVE PRF-FatGoal TO GHS-FatGoal
              PERFORM 2815-WriteGoalEntry
              CLOSE GoalHistoryFile
           END-IF.

      * Open goal.history for update, creating it the first time
       2813-OpenGoalHistory.
           OPEN I-O GoalHistoryFile.
           IF WS-GoalHistStatus = "35"
              OPEN OUTPUT GoalHistoryFile
              CLOSE GoalHistoryFile
              OPEN I-O GoalHistoryFile
           END-IF.
           IF WS-GoalHistStatus NOT = "00"
              DISPLAY "Could not open goal.history, status "
                 WS-GoalHistStatus
              DISPLAY "The goal change is not in the history."
           END-IF.

      * Write the goal record built in GHS-GoalEntry; a second
      * change on the same day replaces the first
       2815-WriteGoalEntry.
           WRITE GHS-GoalEntry
              INVALID KEY
                 REWRITE GHS-GoalEntry
                    INVALID KEY
                       DISPLAY "Could not save the goal history."
                 END-REWRITE
           END-WRITE.

      * Load the supermarket's product nutrition feed into the food
      * master. A product is matched by UPC first, then by
      * description; new products are added, changed nutrition is
      * updated with before and after images in calories.audit,
      * and bad lines go to product.rej with a reason code.
       2900-LoadProductFeed.
           DISPLAY "Load Product Nutrition Feed".
           MOVE ZERO TO WS-FeedReadCount WS-FeedAddCount
              WS-FeedChangeCount WS-FeedSameCount WS-FeedRejCount.
           SET PFD-EndOfFile TO FALSE.
           OPEN INPUT ProductFeedFile.
           IF WS-FeedFileStatus NOT = "00"
              DISPLAY "Could not open product.feed, status "
                 WS-FeedFileStatus
           ELSE
              OPEN I-O FoodMasterfile
              IF WS-FoodFileStatus = "35"
                 OPEN OUTPUT FoodMasterfile
                 CLOSE FoodMasterfile
                 OPEN I-O FoodMasterfile
              END-IF
              IF WS-FoodFileStatus NOT = "00"
                 DISPLAY "Could not open food.master, status "
                    WS-FoodFileStatus
                 IF WS-FoodFileStatus = "39"
                    DISPLAY "The file is on an older layout - "
                       "convert it with [F] then [V] first."
                 END-IF
              ELSE
                 OPEN OUTPUT FeedRejectFile
                 READ ProductFeedFile
                    AT END SET PFD-EndOfFile TO TRUE
                 END-READ
                 PERFORM 2910-ProcessFeedRecord UNTIL PFD-EndOfFile
                 CLOSE FeedRejectFile
                 CLOSE FoodMasterfile
                 DISPLAY "Product feed load complete."
                 DISPLAY "  Records read:      " WS-FeedReadCount
                 DISPLAY "  Products added:    " WS-FeedAddCount
                 DISPLAY "  Products changed:  " WS-FeedChangeCount
                 DISPLAY "  Products unchanged:" WS-FeedSameCount
                 DISPLAY "  Records rejected:  " WS-FeedRejCount
              END-IF
              CLOSE ProductFeedFile
           END-IF.

      * Validate one feed line, then apply it or reject it
       2910-ProcessFeedRecord.
           ADD 1 TO WS-FeedReadCount.
           PERFORM 2915-ValidateFeedRecord.
           IF WS-FeedReason = "00"
              PERFORM 2930-ApplyFeedProduct
           END-IF.
           IF WS-FeedReason NOT = "00"
              ADD 1 TO WS-FeedRejCount
              MOVE SPACES TO FRJ-RejectRecord
              MOVE WS-FeedReason TO FRJ-ReasonCode
              MOVE PFD-FeedRecord TO FRJ-FeedData
              WRITE FRJ-RejectRecord
           END-IF.
           READ ProductFeedFile
              AT END SET PFD-EndOfFile TO TRUE
           END-READ.

      * Split and check the current feed line, leaving "00" or a
      * reason code behind
       2915-ValidateFeedRecord.
           MOVE "00" TO WS-FeedReason.
           MOVE SPACES TO WS-FeedUPC WS-FeedDesc WS-FeedCalories
              WS-FeedProtein WS-FeedCarbs WS-FeedFat WS-FeedFatWide.
           MOVE ZERO TO WS-FeedUPCCnt WS-FeedDescCnt
              WS-FeedCaloriesCnt WS-FeedProteinCnt WS-FeedCarbsCnt
              WS-FeedFatCnt WS-FeedFatTrail.
           UNSTRING PFD-FeedRecord DELIMITED BY ","
              INTO WS-FeedUPC COUNT IN WS-FeedUPCCnt
                   WS-FeedDesc COUNT IN WS-FeedDescCnt
                   WS-FeedCalories COUNT IN WS-FeedCaloriesCnt
                   WS-FeedProtein COUNT IN WS-FeedProteinCnt
                   WS-FeedCarbs COUNT IN WS-FeedCarbsCnt
                   WS-FeedFatWide.
           MOVE FUNCTION REVERSE (WS-FeedFatWide) TO WS-FeedFatRev.
           INSPECT WS-FeedFatRev TALLYING WS-FeedFatTrail
              FOR LEADING SPACES.
           COMPUTE WS-FeedFatCnt = 120 - WS-FeedFatTrail.
           IF WS-FeedFatCnt > ZERO AND WS-FeedFatCnt NOT > 3
              MOVE WS-FeedFatWide (1:WS-FeedFatCnt) TO WS-FeedFat
           END-IF.
           INSPECT WS-FeedCalories REPLACING LEADING " " BY "0".
           INSPECT WS-FeedProtein REPLACING LEADING " " BY "0".
           INSPECT WS-FeedCarbs REPLACING LEADING " " BY "0".
           INSPECT WS-FeedFat REPLACING LEADING " " BY "0".
           EVALUATE TRUE
              WHEN WS-FeedUPCCnt < 8 OR WS-FeedUPCCnt > 13
                 MOVE "01" TO WS-FeedReason
              WHEN WS-FeedUPC (1:WS-FeedUPCCnt) IS NOT NUMERIC
                 MOVE "01" TO WS-FeedReason
              WHEN WS-FeedDescCnt = 0 OR WS-FeedDescCnt > 50
                 MOVE "02" TO WS-FeedReason
              WHEN WS-FeedDesc = SPACES
                 MOVE "02" TO WS-FeedReason
              WHEN WS-FeedCaloriesCnt = 0 OR WS-FeedCaloriesCnt > 3
                 MOVE "03" TO WS-FeedReason
              WHEN WS-FeedCalories IS NOT NUMERIC
                 MOVE "03" TO WS-FeedReason
              WHEN WS-FeedProteinCnt = 0 OR WS-FeedProteinCnt > 3
                 MOVE "04" TO WS-FeedReason
              WHEN WS-FeedProtein IS NOT NUMERIC
                 MOVE "04" TO WS-FeedReason
              WHEN WS-FeedCarbsCnt = 0 OR WS-FeedCarbsCnt > 3
                 MOVE "05" TO WS-FeedReason
              WHEN WS-FeedCarbs IS NOT NUMERIC
                 MOVE "05" TO WS-FeedReason
              WHEN WS-FeedFatCnt = 0 OR WS-FeedFatCnt > 3
                 MOVE "06" TO WS-FeedReason
              WHEN WS-FeedFat IS NOT NUMERIC
                 MOVE "06" TO WS-FeedReason
           END-EVALUATE.

      * Find the product by UPC, else by description, and update
      * or add it; a description already carrying another UPC is
      * a different product and is rejected
       2930-ApplyFeedProduct.
           SET WS-FoodFound TO FALSE.
           MOVE WS-FeedUPC TO MST-UPCCode.
           READ FoodMasterfile KEY IS MST-UPCCode
              NOT INVALID KEY
                 SET WS-FoodFound TO TRUE
           END-READ.
           IF NOT WS-FoodFound
              MOVE WS-FeedDesc TO MST-FoodDescription
              READ FoodMasterfile
                 NOT INVALID KEY
                    IF MST-UPCCode = SPACES
                       SET WS-FoodFound TO TRUE
                    ELSE
                       MOVE "07" TO WS-FeedReason
                    END-IF
              END-READ
           END-IF.
           IF WS-FeedReason = "00"
              IF WS-FoodFound
                 PERFORM 2935-UpdateFeedFood
              ELSE
                 PERFORM 2940-AddFeedFood
              END-IF
           END-IF.

      * Bring an existing food into line with the feed, auditing
      * the change; the master's own description is kept
       2935-UpdateFeedFood.
           IF MST-CaloricCount = WS-FeedCalories
              AND MST-ProteinGrams = WS-FeedProtein
              AND MST-CarbGrams = WS-FeedCarbs
              AND MST-FatGrams = WS-FeedFat
              AND MST-UPCCode = WS-FeedUPC
              ADD 1 TO WS-FeedSameCount
           ELSE
              MOVE SPACES TO WS-AuditBeforeImage WS-AuditAfterImage
              MOVE MST-FoodEntry TO WS-AuditBeforeImage
              MOVE WS-FeedCalories TO MST-CaloricCount
              MOVE WS-FeedProtein TO MST-ProteinGrams
              MOVE WS-FeedCarbs TO MST-CarbGrams
              MOVE WS-FeedFat TO MST-FatGrams
              MOVE WS-FeedUPC TO MST-UPCCode
              MOVE MST-FoodEntry TO WS-AuditAfterImage
              REWRITE MST-FoodEntry
                 INVALID KEY
                    MOVE "08" TO WS-FeedReason
                 NOT INVALID KEY
                    ADD 1 TO WS-FeedChangeCount
                    MOVE "product.feed" TO WS-AuditActingUser
                    MOVE 'F' TO WS-AuditFileCode
                    MOVE 'U' TO WS-AuditAction
                    MOVE SPACE TO WS-AuditOverride
                    PERFORM 1110-WriteAuditRecord
              END-REWRITE
           END-IF.

      * Add a product the food master has never seen
       2940-AddFeedFood.
           MOVE WS-FeedDesc TO MST-FoodDescription.
           MOVE WS-FeedCalories TO MST-CaloricCount.
           MOVE WS-FeedProtein TO MST-ProteinGrams.
           MOVE WS-FeedCarbs TO MST-CarbGrams.
           MOVE WS-FeedFat TO MST-FatGrams.
           MOVE WS-FeedUPC TO MST-UPCCode.
           MOVE ZERO TO MST-CostPerServing.
           WRITE MST-FoodEntry
              INVALID KEY
                 MOVE "08" TO WS-FeedReason
              NOT INVALID KEY
                 ADD 1 TO WS-FeedAddCount
           END-WRITE.

      * One-time conversion of a food.master written before the
      * UPC and the cost per serving were added. The old records
      * are unloaded through the old record description to
      * food-master.conv (kept afterwards as a safety copy), then
      * the file is rebuilt on the current layout with every UPC
      * blank and every cost at zero.
       2920-ConvertFoodMaster.
           DISPLAY "Convert Old Food Master".
           MOVE ZERO TO WS-FoodConvCount.
           OPEN INPUT OldFoodMasterfile.
           IF WS-OldFoodStatus NOT = "00"
              DISPLAY "Could not open food.master on the old "
                 "layout, status " WS-OldFoodStatus
              IF WS-OldFoodStatus = "39"
                 DISPLAY "It is probably already converted."
              END-IF
           ELSE
              MOVE "food-master.conv" TO WS-BackupFileName
              OPEN OUTPUT BackupFile
              SET OMS-EndOfFile TO FALSE
              MOVE LOW-VALUES TO OMS-FoodDescription
              START OldFoodMasterfile
                 KEY IS NOT LESS THAN OMS-FoodDescription
                 INVALID KEY SET OMS-EndOfFile TO TRUE
              END-START
              IF NOT OMS-EndOfFile
                 READ OldFoodMasterfile NEXT RECORD
                    AT END SET OMS-EndOfFile TO TRUE
                 END-READ
              END-IF
              PERFORM 2921-UnloadOldFood UNTIL OMS-EndOfFile
              CLOSE BackupFile
              CLOSE OldFoodMasterfile
              PERFORM 2922-ReloadConvertedFood
              DISPLAY "Foods converted: " WS-FoodConvCount
           END-IF.

      * Write one old-layout food to the conversion work file
       2921-UnloadOldFood.
           WRITE BKP-BackupLine FROM OMS-FoodEntry.
           READ OldFoodMasterfile NEXT RECORD
              AT END SET OMS-EndOfFile TO TRUE
           END-READ.

      * Rebuild food.master on the current layout from the work file
       2922-ReloadConvertedFood.
           SET BKP-EndOfFile TO FALSE.
           OPEN INPUT BackupFile.
           OPEN OUTPUT FoodMasterfile.
           READ BackupFile INTO WS-OldFoodImage
              AT END SET BKP-EndOfFile TO TRUE
           END-READ.
           PERFORM 2923-LoadConvertedFood UNTIL BKP-EndOfFile.
           CLOSE FoodMasterfile.
           CLOSE BackupFile.

      * Write one converted food
       2923-LoadConvertedFood.
           MOVE WS-OF-Description TO MST-FoodDescription.
           MOVE WS-OF-Calories TO MST-CaloricCount.
           MOVE WS-OF-Protein TO MST-ProteinGrams.
           MOVE WS-OF-Carbs TO MST-CarbGrams.
           MOVE WS-OF-Fat TO MST-FatGrams.
           MOVE SPACES TO MST-UPCCode.
           MOVE ZERO TO MST-CostPerServing.
           WRITE MST-FoodEntry
              INVALID KEY
                 DISPLAY "Could not write a converted food."
              NOT INVALID KEY
                 ADD 1 TO WS-FoodConvCount
           END-WRITE.
           READ BackupFile INTO WS-OldFoodImage
              AT END SET BKP-EndOfFile TO TRUE
           END-READ.

      * Cost what the household actually logged in calories.log
      * for a month, per user and per day, with cost per 100
      * calories and per gram of protein, and a value line per food
      * into household-spend.rpt
       3000-HouseholdSpendReport.
           DISPLAY "Household Spend Report".
           PERFORM 3001-GetSpendMonth.
           COMPUTE WS-SpendStartDate = WS-SpendMonth * 100 + 1.
           COMPUTE WS-SpendEndDate = WS-SpendMonth * 100 + 31.
           MOVE ZERO TO WS-SpendDayCount WS-SpendUserCount
              WS-SpendFoodCount WS-SpendUnpriced WS-SpendEntryCount
              WS-SpendDayOverflow WS-SpendUserOverflow
              WS-SpendFoodOverflow.
           OPEN INPUT CaloriesLogfile.
           IF WS-CaloriesFileStatus NOT = "00"
              DISPLAY "Could not open calories.log, status "
                 WS-CaloriesFileStatus
           ELSE
              OPEN INPUT FoodMasterfile
              IF WS-FoodFileStatus NOT = "00"
                 DISPLAY "Could not open food.master, status "
                    WS-FoodFileStatus
                 CLOSE CaloriesLogfile
              ELSE
                 SET WS-SpendRecipeOpen TO FALSE
                 OPEN INPUT RecipeFile
                 IF WS-RecipeFileStatus = "00"
                    SET WS-SpendRecipeOpen TO TRUE
                 END-IF
                 PERFORM 3010-CollectSpend
                 IF WS-SpendRecipeOpen
                    CLOSE RecipeFile
                 END-IF
                 CLOSE FoodMasterfile
                 CLOSE CaloriesLogfile
                 PERFORM 3040-WriteSpendReport
              END-IF
           END-IF.

      * Prompt for the month, re-asking until it is a valid YYYYMM
       3001-GetSpendMonth.
           DISPLAY "Enter month (YYYYMM): " WITH NO ADVANCING.
           ACCEPT WS-SpendMonth.
           IF WS-SpendMonth IS NOT NUMERIC
              DISPLAY "Invalid month. Please enter it as YYYYMM."
              PERFORM 3001-GetSpendMonth
           ELSE
              IF WS-SpendMM < 1 OR WS-SpendMM > 12
                 DISPLAY "Invalid month. Please enter it as YYYYMM."
                 PERFORM 3001-GetSpendMonth
              END-IF
           END-IF.

      * Walk the month's log entries for every user
       3010-CollectSpend.
           SET LOG-EndOfFile TO FALSE.
           MOVE WS-SpendStartDate TO FD-Date.
           MOVE ZERO TO FD-Hour FD-Minute FD-TimeStamp.
           START CaloriesLogfile KEY IS NOT LESS THAN FD-EntryKey
              INVALID KEY SET LOG-EndOfFile TO TRUE
           END-START.
           IF NOT LOG-EndOfFile
              READ CaloriesLogfile NEXT RECORD
                 AT END SET LOG-EndOfFile TO TRUE
              END-READ
           END-IF.
           PERFORM 3011-CostLogEntry UNTIL LOG-EndOfFile
              OR FD-Date > WS-SpendEndDate.

      * Cost one log entry and roll it into its day, user and food
       3011-CostLogEntry.
           ADD 1 TO WS-SpendEntryCount.
           PERFORM 3015-PriceLoggedItem.
           IF WS-SpendServCost = ZERO
              ADD 1 TO WS-SpendUnpriced
           END-IF.
           IF WS-SpendServCal > ZERO
              COMPUTE WS-SpendEntryCost ROUNDED =
                 WS-SpendServCost * FD-CaloricCount / WS-SpendServCal
           ELSE
              MOVE WS-SpendServCost TO WS-SpendEntryCost
           END-IF.
           MOVE FD-Date TO WS-SpendCheckDate.
           MOVE FD-UserID TO WS-SpendCheckUser.
           MOVE FD-EntryDescription TO WS-SpendCheckFood.
           PERFORM 3020-FindOrAddSpendDay.
           IF WS-SpendSlot > ZERO
              ADD WS-SpendEntryCost TO WS-SD-Cost (WS-SpendSlot)
              ADD FD-CaloricCount TO WS-SD-Cal (WS-SpendSlot)
              ADD FD-ProteinGrams TO WS-SD-Prot (WS-SpendSlot)
           END-IF.
           PERFORM 3025-FindOrAddSpendUser.
           IF WS-SpendSlot > ZERO
              ADD WS-SpendEntryCost TO WS-SU-Cost (WS-SpendSlot)
              ADD FD-CaloricCount TO WS-SU-Cal (WS-SpendSlot)
              ADD FD-ProteinGrams TO WS-SU-Prot (WS-SpendSlot)
           END-IF.
           PERFORM 3030-FindOrAddSpendFood.
           IF WS-SpendSlot > ZERO
              ADD 1 TO WS-SF-Count (WS-SpendSlot)
              ADD WS-SpendEntryCost TO WS-SF-Cost (WS-SpendSlot)
              ADD FD-CaloricCount TO WS-SF-Cal (WS-SpendSlot)
              ADD FD-ProteinGrams TO WS-SF-Prot (WS-SpendSlot)
           END-IF.
           READ CaloriesLogfile NEXT RECORD
              AT END SET LOG-EndOfFile TO TRUE
           END-READ.

      * Find the cost and calories of one serving of the entry's
      * description - a recipe is costed from its ingredients and
      * divided by its servings, anything else is read from the
      * food master
       3015-PriceLoggedItem.
           MOVE ZERO TO WS-SpendServCost WS-SpendServCal.
           SET WS-RecipeFound TO FALSE.
           IF WS-SpendRecipeOpen
              MOVE FD-EntryDescription TO RCP-RecipeName
              MOVE ZERO TO RCP-LineNo
              READ RecipeFile
                 NOT INVALID KEY
                    SET WS-RecipeFound TO TRUE
                    PERFORM 1250-NoteRecipeYield
              END-READ
           END-IF.
           IF WS-RecipeFound
              MOVE FD-EntryDescription TO WS-RecipeName
              PERFORM 1260-CostRecipe
              MOVE WS-RecipeServCost TO WS-SpendServCost
              MOVE WS-RecipeServCal TO WS-SpendServCal
           ELSE
              MOVE FD-EntryDescription TO MST-FoodDescription
              READ FoodMasterfile
                 NOT INVALID KEY
                    MOVE MST-CostPerServing TO WS-SpendServCost
                    MOVE MST-CaloricCount TO WS-SpendServCal
              END-READ
           END-IF.

      * Find the slot for the user and day being checked, adding
      * one if new
       3020-FindOrAddSpendDay.
           SET WS-SpendFound TO FALSE.
           MOVE ZERO TO WS-SpendSlot.
           PERFORM 3021-MatchSpendDay
              VARYING WS-SpendSub FROM 1 BY 1
              UNTIL WS-SpendSub > WS-SpendDayCount
                 OR WS-SpendFound.
           IF NOT WS-SpendFound AND WS-SpendDayCount < 500
              ADD 1 TO WS-SpendDayCount
              MOVE WS-SpendCheckDate TO WS-SD-Date (WS-SpendDayCount)
              MOVE WS-SpendCheckUser TO WS-SD-User (WS-SpendDayCount)
              MOVE ZERO TO WS-SD-Cost (WS-SpendDayCount)
                 WS-SD-Cal (WS-SpendDayCount)
                 WS-SD-Prot (WS-SpendDayCount)
              MOVE WS-SpendDayCount TO WS-SpendSlot
           ELSE
              IF NOT WS-SpendFound
                 ADD 1 TO WS-SpendDayOverflow
              END-IF
           END-IF.

      * Compare one day slot against the user and day being checked
       3021-MatchSpendDay.
           IF WS-SD-Date (WS-SpendSub) = WS-SpendCheckDate
              AND WS-SD-User (WS-SpendSub) = WS-SpendCheckUser
              SET WS-SpendFound TO TRUE
              MOVE WS-SpendSub TO WS-SpendSlot
           END-IF.

      * Find the slot for the user being checked, adding one if new
       3025-FindOrAddSpendUser.
           SET WS-SpendFound TO FALSE.
           MOVE ZERO TO WS-SpendSlot.
           PERFORM 3026-MatchSpendUser
              VARYING WS-SpendSub FROM 1 BY 1
              UNTIL WS-SpendSub > WS-SpendUserCount
                 OR WS-SpendFound.
           IF NOT WS-SpendFound AND WS-SpendUserCount < 50
              ADD 1 TO WS-SpendUserCount
              MOVE WS-SpendCheckUser TO WS-SU-User (WS-SpendUserCount)
              MOVE ZERO TO WS-SU-Cost (WS-SpendUserCount)
                 WS-SU-Cal (WS-SpendUserCount)
                 WS-SU-Prot (WS-SpendUserCount)
              MOVE WS-SpendUserCount TO WS-SpendSlot
           ELSE
              IF NOT WS-SpendFound
                 ADD 1 TO WS-SpendUserOverflow
              END-IF
           END-IF.

      * Compare one user slot against the user being checked
       3026-MatchSpendUser.
           IF WS-SU-User (WS-SpendSub) = WS-SpendCheckUser
              SET WS-SpendFound TO TRUE
              MOVE WS-SpendSub TO WS-SpendSlot
           END-IF.

      * Find the slot for the food being checked, adding one if new
       3030-FindOrAddSpendFood.
           SET WS-SpendFound TO FALSE.
           MOVE ZERO TO WS-SpendSlot.
           PERFORM 3031-MatchSpendFood
              VARYING WS-SpendSub FROM 1 BY 1
              UNTIL WS-SpendSub > WS-SpendFoodCount
                 OR WS-SpendFound.
           IF NOT WS-SpendFound AND WS-SpendFoodCount < 200
              ADD 1 TO WS-SpendFoodCount
              MOVE WS-SpendCheckFood TO WS-SF-Desc (WS-SpendFoodCount)
              MOVE ZERO TO WS-SF-Count (WS-SpendFoodCount)
                 WS-SF-Cost (WS-SpendFoodCount)
                 WS-SF-Cal (WS-SpendFoodCount)
                 WS-SF-Prot (WS-SpendFoodCount)
              MOVE WS-SpendFoodCount TO WS-SpendSlot
           ELSE
              IF NOT WS-SpendFound
                 ADD 1 TO WS-SpendFoodOverflow
              END-IF
           END-IF.

      * Compare one food slot against the food being checked
       3031-MatchSpendFood.
           IF WS-SF-Desc (WS-SpendSub) = WS-SpendCheckFood
              SET WS-SpendFound TO TRUE
              MOVE WS-SpendSub TO WS-SpendSlot
           END-IF.

      * Write the day, user, household and food sections
       3040-WriteSpendReport.
           MOVE "household-spend.rpt" TO WS-ReportFileName.
           OPEN OUTPUT CaloricReport.
           MOVE WS-SpendMonth TO RPT-SH-Month.
           WRITE RPT-PrintLine FROM RPT-SpendHeading.
           MOVE "DAILY SPEND BY USER" TO RPT-PrintLine.
           WRITE RPT-PrintLine AFTER ADVANCING 2 LINES.
           WRITE RPT-PrintLine FROM RPT-SpendColumns AFTER
              ADVANCING 1 LINE.
           PERFORM 3041-PrintSpendDay
              VARYING WS-SpendIx FROM 1 BY 1
              UNTIL WS-SpendIx > WS-SpendDayCount.
           MOVE "MONTH TOTALS BY USER" TO RPT-PrintLine.
           WRITE RPT-PrintLine AFTER ADVANCING 2 LINES.
           WRITE RPT-PrintLine FROM RPT-SpendColumns AFTER
              ADVANCING 1 LINE.
           MOVE ZERO TO WS-SpendHouseCost WS-SpendHouseCal
              WS-SpendHouseProt.
           PERFORM 3042-PrintSpendUser
              VARYING WS-SpendIx FROM 1 BY 1
              UNTIL WS-SpendIx > WS-SpendUserCount.
           MOVE WS-SpendHouseCost TO WS-SpendRatioCost.
           MOVE WS-SpendHouseCal TO WS-SpendRatioCal.
           MOVE WS-SpendHouseProt TO WS-SpendRatioProt.
           PERFORM 3045-SetSpendRatios.
           MOVE "HOUSEHOLD" TO RPT-SP-Label.
           MOVE SPACES TO RPT-SP-User.
           WRITE RPT-PrintLine FROM RPT-SpendLine AFTER
              ADVANCING 2 LINES.
           WRITE RPT-PrintLine FROM RPT-SpendFoodColumns AFTER
              ADVANCING 3 LINES.
           PERFORM 3043-PrintSpendFood
              VARYING WS-SpendIx FROM 1 BY 1
              UNTIL WS-SpendIx > WS-SpendFoodCount.
           MOVE WS-SpendUnpriced TO RPT-SU-Count.
           WRITE RPT-PrintLine FROM RPT-SpendUnpricedLine AFTER
              ADVANCING 2 LINES.
           IF WS-SpendDayOverflow > ZERO
              MOVE SPACES TO RPT-PrintLine
              STRING "ENTRIES NOT LISTED BY DAY (OVER 500 USER DAYS): "
                 WS-SpendDayOverflow DELIMITED BY SIZE
                 INTO RPT-PrintLine
              WRITE RPT-PrintLine AFTER ADVANCING 1 LINE
           END-IF.
           IF WS-SpendUserOverflow > ZERO
              MOVE SPACES TO RPT-PrintLine
              STRING "ENTRIES NOT LISTED BY USER (OVER 50 USERS): "
                 WS-SpendUserOverflow DELIMITED BY SIZE
                 INTO RPT-PrintLine
              WRITE RPT-PrintLine AFTER ADVANCING 1 LINE
           END-IF.
           IF WS-SpendFoodOverflow > ZERO
              MOVE SPACES TO RPT-PrintLine
              STRING "ENTRIES NOT LISTED BY FOOD (OVER 200 FOODS): "
                 WS-SpendFoodOverflow DELIMITED BY SIZE
                 INTO RPT-PrintLine
              WRITE RPT-PrintLine AFTER ADVANCING 1 LINE
           END-IF.
           CLOSE CaloricReport.
           DISPLAY "Entries costed: " WS-SpendEntryCount.
           DISPLAY "Report written to household-spend.rpt".

      * Print one user's spend for one day
       3041-PrintSpendDay.
           MOVE WS-SD-Cost (WS-SpendIx) TO WS-SpendRatioCost.
           MOVE WS-SD-Cal (WS-SpendIx) TO WS-SpendRatioCal.
           MOVE WS-SD-Prot (WS-SpendIx) TO WS-SpendRatioProt.
           PERFORM 3045-SetSpendRatios.
           MOVE WS-SD-Date (WS-SpendIx) TO RPT-SP-Label.
           MOVE WS-SD-User (WS-SpendIx) TO RPT-SP-User.
           WRITE RPT-PrintLine FROM RPT-SpendLine AFTER
              ADVANCING 1 LINE.

      * Print one user's month total and add it to the household
       3042-PrintSpendUser.
           MOVE WS-SU-Cost (WS-SpendIx) TO WS-SpendRatioCost.
           MOVE WS-SU-Cal (WS-SpendIx) TO WS-SpendRatioCal.
           MOVE WS-SU-Prot (WS-SpendIx) TO WS-SpendRatioProt.
           PERFORM 3045-SetSpendRatios.
           ADD WS-SU-Cost (WS-SpendIx) TO WS-SpendHouseCost.
           ADD WS-SU-Cal (WS-SpendIx) TO WS-SpendHouseCal.
           ADD WS-SU-Prot (WS-SpendIx) TO WS-SpendHouseProt.
           MOVE "MONTH" TO RPT-SP-Label.
           MOVE WS-SU-User (WS-SpendIx) TO RPT-SP-User.
           WRITE RPT-PrintLine FROM RPT-SpendLine AFTER
              ADVANCING 1 LINE.

      * Print one food's value for the month
       3043-PrintSpendFood.
           MOVE WS-SF-Cost (WS-SpendIx) TO WS-SpendRatioCost.
           MOVE WS-SF-Cal (WS-SpendIx) TO WS-SpendRatioCal.
           MOVE WS-SF-Prot (WS-SpendIx) TO WS-SpendRatioProt.
           PERFORM 3045-SetSpendRatios.
           MOVE WS-SF-Desc (WS-SpendIx) TO RPT-SF-Desc.
           MOVE WS-SF-Count (WS-SpendIx) TO RPT-SF-Count.
           MOVE WS-SF-Cost (WS-SpendIx) TO RPT-SF-Cost.
           MOVE WS-SpendPer100 TO RPT-SF-Per100.
           MOVE WS-SpendPerGram TO RPT-SF-PerGram.
           IF WS-SF-Cost (WS-SpendIx) = ZERO
              MOVE "NO PRICE" TO RPT-SF-Flag
           ELSE
              MOVE SPACES TO RPT-SF-Flag
           END-IF.
           WRITE RPT-PrintLine FROM RPT-SpendFoodLine AFTER
              ADVANCING 1 LINE.

      * Work out cost per 100 calories and per gram of protein for
      * the figures in the ratio fields and load the spend line
       3045-SetSpendRatios.
           MOVE ZERO TO WS-SpendPer100 WS-SpendPerGram.
           IF WS-SpendRatioCal > ZERO
              COMPUTE WS-SpendPer100 ROUNDED =
                 WS-SpendRatioCost * 100 / WS-SpendRatioCal
           END-IF.
           IF WS-SpendRatioProt > ZERO
              COMPUTE WS-SpendPerGram ROUNDED =
                 WS-SpendRatioCost / WS-SpendRatioProt
           END-IF.
           MOVE WS-SpendRatioCost TO RPT-SP-Cost.
           MOVE WS-SpendRatioCal TO RPT-SP-Cal.
           MOVE WS-SpendRatioProt TO RPT-SP-Prot.
           MOVE WS-SpendPer100 TO RPT-SP-Per100.
           MOVE WS-SpendPerGram TO RPT-SP-PerGram.

      * One-time conversion of calories.log and exercise.idx to the
      * layouts carrying the user key. Each file is unloaded through
      * its old record description to a work file (kept afterwards
      * as a safety copy) and rebuilt with the key set; a file that
      * will not open on the old layout is reported and left alone.
       3100-ConvertLogKeys.
           DISPLAY "Convert Log Files to User Keys".
           PERFORM 3101-ConvertCaloriesLog.
           PERFORM 3105-ConvertExerciseIdx.

      * Convert calories.log through calories-log.conv
       3101-ConvertCaloriesLog.
           MOVE ZERO TO WS-KeyConvCount.
           OPEN INPUT OldCaloriesLogfile.
           IF WS-OldLogStatus NOT = "00"
              DISPLAY "Could not open calories.log on the old "
                 "layout, status " WS-OldLogStatus
              IF WS-OldLogStatus = "39"
                 DISPLAY "It is probably already converted."
              END-IF
           ELSE
              MOVE "calories-log.conv" TO WS-BackupFileName
              OPEN OUTPUT BackupFile
              SET OCL-EndOfFile TO FALSE
              MOVE LOW-VALUES TO OCL-EntryKey
              START OldCaloriesLogfile
                 KEY IS NOT LESS THAN OCL-EntryKey
                 INVALID KEY SET OCL-EndOfFile TO TRUE
              END-START
              IF NOT OCL-EndOfFile
                 READ OldCaloriesLogfile NEXT RECORD
                    AT END SET OCL-EndOfFile TO TRUE
                 END-READ
              END-IF
              PERFORM 3102-UnloadOldCalorie UNTIL OCL-EndOfFile
              CLOSE BackupFile
              CLOSE OldCaloriesLogfile
              SET BKP-EndOfFile TO FALSE
              OPEN INPUT BackupFile
              OPEN OUTPUT CaloriesLogfile
              READ BackupFile INTO FD-CalorieEntry
                 AT END SET BKP-EndOfFile TO TRUE
              END-READ
              PERFORM 3103-ReloadConvCalorie UNTIL BKP-EndOfFile
              CLOSE CaloriesLogfile
              CLOSE BackupFile
              DISPLAY "calories.log entries converted: "
                 WS-KeyConvCount
           END-IF.

      * Write one old-layout log entry to the work file
       3102-UnloadOldCalorie.
           WRITE BKP-BackupLine FROM OCL-CalorieEntry.
           READ OldCaloriesLogfile NEXT RECORD
              AT END SET OCL-EndOfFile TO TRUE
           END-READ.

      * Write one log entry back with its user key
       3103-ReloadConvCalorie.
           PERFORM 3110-SetLogUserKey.
           WRITE FD-CalorieEntry
              INVALID KEY
                 DISPLAY "Could not write a converted entry."
              NOT INVALID KEY
                 ADD 1 TO WS-KeyConvCount
           END-WRITE.
           READ BackupFile INTO FD-CalorieEntry
              AT END SET BKP-EndOfFile TO TRUE
           END-READ.

      * Convert exercise.idx through exercise-idx.conv
       3105-ConvertExerciseIdx.
           MOVE ZERO TO WS-KeyConvCount.
           OPEN INPUT OldExerciseIdxfile.
           IF WS-OldExIdxStatus NOT = "00"
              DISPLAY "Could not open exercise.idx on the old "
                 "layout, status " WS-OldExIdxStatus
              IF WS-OldExIdxStatus = "39"
                 DISPLAY "It is probably already converted."
              END-IF
           ELSE
              MOVE "exercise-idx.conv" TO WS-BackupFileName
              OPEN OUTPUT BackupFile
              SET OEX-EndOfFile TO FALSE
              MOVE LOW-VALUES TO OEX-EntryKey
              START OldExerciseIdxfile
                 KEY IS NOT LESS THAN OEX-EntryKey
                 INVALID KEY SET OEX-EndOfFile TO TRUE
              END-START
              IF NOT OEX-EndOfFile
                 READ OldExerciseIdxfile NEXT RECORD
                    AT END SET OEX-EndOfFile TO TRUE
                 END-READ
              END-IF
              PERFORM 3106-UnloadOldExercise UNTIL OEX-EndOfFile
              CLOSE BackupFile
              CLOSE OldExerciseIdxfile
              SET BKP-EndOfFile TO FALSE
              OPEN INPUT BackupFile
              OPEN OUTPUT ExerciseIdxfile
              READ BackupFile INTO EXI-ExerciseEntry
                 AT END SET BKP-EndOfFile TO TRUE
              END-READ
              PERFORM 3107-ReloadConvExercise UNTIL BKP-EndOfFile
              CLOSE ExerciseIdxfile
              CLOSE BackupFile
              DISPLAY "exercise.idx entries converted: "
                 WS-KeyConvCount
           END-IF.

      * Write one old-layout exercise entry to the work file
       3106-UnloadOldExercise.
           WRITE BKP-BackupLine FROM OEX-ExerciseEntry.
           READ OldExerciseIdxfile NEXT RECORD
              AT END SET OEX-EndOfFile TO TRUE
           END-READ.

      * Write one exercise entry back with its user key
       3107-ReloadConvExercise.
           PERFORM 3111-SetExerciseUserKey.
           WRITE EXI-ExerciseEntry
              INVALID KEY
                 DISPLAY "Could not write a converted entry."
              NOT INVALID KEY
                 ADD 1 TO WS-KeyConvCount
           END-WRITE.
           READ BackupFile INTO EXI-ExerciseEntry
              AT END SET BKP-EndOfFile TO TRUE
           END-READ.

      * Copy the user and entry key of the record about to be
      * written into its user key
       3110-SetLogUserKey.
           MOVE FD-UserID TO FD-UK-UserID.
           MOVE FD-Date TO FD-UK-Date.
           MOVE FD-EatenAtTime TO FD-UK-Time.
           MOVE FD-TimeStamp TO FD-UK-TimeStamp.

      * The same for an exercise entry
       3111-SetExerciseUserKey.
           MOVE EXI-UserID TO EXI-UK-UserID.
           MOVE EXI-Date TO EXI-UK-Date.
           MOVE EXI-ExerciseAtTime TO EXI-UK-Time.
           MOVE EXI-TimeStamp TO EXI-UK-TimeStamp.

      * Write a monthly wellness statement for every user in
      * user.profile: intake and net calories, macro averages
      * against the goals, adherence streaks, body weight, the
      * top exercise activities and a comparison with the user's
      * statement for the month before
       3200-MonthlyStatements.
           DISPLAY "Monthly Statements".
           PERFORM 3201-GetStatementMonth.
           PERFORM 3205-RunStatements.
           DISPLAY "Statements written: " WS-StmtCount
              " Failed: " WS-StmtFailCount.

      * Prompt for the month, re-asking until it is a valid YYYYMM
       3201-GetStatementMonth.
           DISPLAY "Enter month (YYYYMM): " WITH NO ADVANCING.
           ACCEPT WS-StmtMonth.
           IF WS-StmtMonth IS NOT NUMERIC
              DISPLAY "Invalid month. Please enter it as YYYYMM."
              PERFORM 3201-GetStatementMonth
           ELSE
              IF WS-StmtMM < 1 OR WS-StmtMM > 12
                 DISPLAY "Invalid month. Please enter it as YYYYMM."
                 PERFORM 3201-GetStatementMonth
              END-IF
           END-IF.

      * Walk user.profile and produce each user's statement for
      * WS-StmtMonth; in batch each user also gets a run-log line
       3205-RunStatements.
           MOVE ZERO TO WS-StmtCount WS-StmtFailCount.
           COMPUTE WS-StmtStartDate = WS-StmtMonth * 100 + 1.
           COMPUTE WS-StmtEndDate = WS-StmtMonth * 100 + 31.
           IF WS-StmtMM = 1
              COMPUTE WS-StmtPrevMonth = (WS-StmtYear - 1) * 100 + 12
           ELSE
              COMPUTE WS-StmtPrevMonth = WS-StmtMonth - 1
           END-IF.
           SET WS-StmtTotalsOpen TO FALSE.
           OPEN INPUT DailyTotalsFile.
           IF WS-TotalsFileStatus = "00"
              SET WS-StmtTotalsOpen TO TRUE
           ELSE
              DISPLAY "Could not open daily.totals, status "
                 WS-TotalsFileStatus
           END-IF.
           PERFORM 3206-OpenStatementHistory.
           OPEN INPUT UserProfileFile.
           IF WS-ProfileFileStatus NOT = "00"
              DISPLAY "Could not open user.profile, status "
                 WS-ProfileFileStatus
              IF WS-StmtBatch
                 ADD 1 TO WS-BatchFailCount
                 MOVE "(none)" TO WS-BatchOutputName
                 MOVE "ERROR" TO WS-BatchStatusText
                 PERFORM 0730-WriteRunLogLine
              END-IF
           ELSE
              SET PRF-EndOfFile TO FALSE
              MOVE LOW-VALUES TO PRF-UserID
              START UserProfileFile KEY IS NOT LESS THAN PRF-UserID
                 INVALID KEY SET PRF-EndOfFile TO TRUE
                    AT END SET PRF-EndOfFile TO TRUE
                 END-READ
              END-IF
              PERFORM 3210-ProduceStatement UNTIL PRF-EndOfFile
              CLOSE UserProfileFile
           END-IF.
           IF WS-StmtHistOpen
              CLOSE StatementHistFile
           END-IF.
           IF WS-StmtTotalsOpen
              CLOSE DailyTotalsFile
           END-IF.

      * Open statement.history for update, creating it on first use
       3206-OpenStatementHistory.
           SET WS-StmtHistOpen TO FALSE.
           OPEN I-O StatementHistFile.
           IF WS-StmtHistStatus = "35"
              OPEN OUTPUT StatementHistFile
              CLOSE StatementHistFile
              OPEN I-O StatementHistFile
           END-IF.
           IF WS-StmtHistStatus = "00"
              SET WS-StmtHistOpen TO TRUE
           ELSE
              DISPLAY "Could not open statement.history, status "
                 WS-StmtHistStatus
              DISPLAY "Statements will have no prior-month figures."
           END-IF.

      * Produce the statement for the profile just read. The file
      * is named statement-<user>-<YYYYMM>.rpt.
       3210-ProduceStatement.
           MOVE PRF-UserID TO WS-StmtUserID.
           MOVE SPACES TO WS-ReportFileName.
           STRING "statement-" DELIMITED BY SIZE
              WS-StmtUserID DELIMITED BY SPACE
              "-" WS-StmtMonth ".rpt" DELIMITED BY SIZE
              INTO WS-ReportFileName.
           IF NOT WS-StmtTotalsOpen
              ADD 1 TO WS-StmtFailCount
              MOVE "ERROR" TO WS-BatchStatusText
           ELSE
              PERFORM 3211-ClearStatement
              PERFORM 3215-CollectStatementDays
              PERFORM 3225-CollectStatementWeights
              PERFORM 3230-CollectStatementExercise
              PERFORM 3240-FindPriorStatement
              PERFORM 3245-WriteStatement
              PERFORM 3260-SaveStatementHistory
              ADD 1 TO WS-StmtCount
              MOVE "PRODUCED" TO WS-BatchStatusText
           END-IF.
           IF WS-StmtBatch
              IF NOT WS-StmtTotalsOpen
                 ADD 1 TO WS-BatchFailCount
              ELSE
                 ADD 1 TO WS-BatchDoneCount
              END-IF
      *       The run-log line names the user this statement is for
              MOVE WS-StmtUserID TO BPR-UserID
              MOVE WS-ReportFileName TO WS-BatchOutputName
              PERFORM 0730-WriteRunLogLine
           ELSE
              IF WS-StmtTotalsOpen
                 DISPLAY "Statement written to " WS-ReportFileName
              END-IF
           END-IF.
           READ UserProfileFile NEXT RECORD
              AT END SET PRF-EndOfFile TO TRUE
           END-READ.

      * Reset the month's figures and load the user's goal history
       3211-ClearStatement.
           MOVE ZERO TO WS-StmtDayCount WS-StmtIntake WS-StmtBurned
              WS-StmtNet WS-StmtSumProt WS-StmtSumCarb WS-StmtSumFat
              WS-StmtSumCalGoal WS-StmtSumProtGoal
              WS-StmtSumCarbGoal WS-StmtSumFatGoal WS-StmtAvgCal
              WS-StmtAvgNet WS-StmtAvgProt WS-StmtAvgCarb
              WS-StmtAvgFat WS-StmtOnTarget WS-StmtCurStreak
              WS-StmtBestStreak WS-StmtWeighIns WS-StmtOpenWeight
              WS-StmtOpenDate WS-StmtCloseWeight WS-StmtCloseDate
              WS-StmtWeightChange WS-StmtActCount.
           MOVE WS-StmtUserID TO WS-GoalHistUser.
           PERFORM 2800-LoadGoalHistory.

      * Total the user's posted days for the month from
      * daily.totals, judging each against the goals in force
       3215-CollectStatementDays.
           SET DTL-EndOfFile TO FALSE.
           MOVE WS-StmtStartDate TO DTL-Date.
           MOVE LOW-VALUES TO DTL-UserID.
           START DailyTotalsFile KEY IS NOT LESS THAN DTL-Key
              INVALID KEY SET DTL-EndOfFile TO TRUE
           END-START.
           IF NOT DTL-EndOfFile
              READ DailyTotalsFile NEXT RECORD
                 AT END SET DTL-EndOfFile TO TRUE
              END-READ
           END-IF.
           PERFORM 3216-AddStatementDay UNTIL DTL-EndOfFile
              OR DTL-Date > WS-StmtEndDate.
           IF WS-StmtDayCount > ZERO
              COMPUTE WS-StmtAvgCal ROUNDED =
                 WS-StmtIntake / WS-StmtDayCount
              COMPUTE WS-StmtAvgNet ROUNDED =
                 WS-StmtNet / WS-StmtDayCount
              COMPUTE WS-StmtAvgProt ROUNDED =
                 WS-StmtSumProt / WS-StmtDayCount
              COMPUTE WS-StmtAvgCarb ROUNDED =
                 WS-StmtSumCarb / WS-StmtDayCount
              COMPUTE WS-StmtAvgFat ROUNDED =
                 WS-StmtSumFat / WS-StmtDayCount
           END-IF.

      * Fold one posted day into the month if it is the user's.
      * A day at or under its calorie goal extends the streak, as
      * in the goal adherence report.
       3216-AddStatementDay.
           IF DTL-UserID = WS-StmtUserID
              ADD 1 TO WS-StmtDayCount
              ADD DTL-Calories TO WS-StmtIntake
              ADD DTL-Burned TO WS-StmtBurned
              COMPUTE WS-StmtNet =
                 WS-StmtNet + DTL-Calories - DTL-Burned
              ADD DTL-Protein TO WS-StmtSumProt
              ADD DTL-Carbs TO WS-StmtSumCarb
              ADD DTL-Fat TO WS-StmtSumFat
              MOVE PRF-CalorieGoal TO WS-EffCalGoal
              MOVE PRF-ProteinGoal TO WS-EffProtGoal
              MOVE PRF-CarbGoal TO WS-EffCarbGoal
              MOVE PRF-FatGoal TO WS-EffFatGoal
              MOVE DTL-Date TO WS-GoalHistDate
              PERFORM 2805-FindGoalForDate
              ADD WS-EffCalGoal TO WS-StmtSumCalGoal
              ADD WS-EffProtGoal TO WS-StmtSumProtGoal
              ADD WS-EffCarbGoal TO WS-StmtSumCarbGoal
              ADD WS-EffFatGoal TO WS-StmtSumFatGoal
              IF DTL-Calories NOT GREATER THAN WS-EffCalGoal
                 ADD 1 TO WS-StmtOnTarget
                 ADD 1 TO WS-StmtCurStreak
                 IF WS-StmtCurStreak > WS-StmtBestStreak
                    MOVE WS-StmtCurStreak TO WS-StmtBestStreak
                 END-IF
              ELSE
                 MOVE ZERO TO WS-StmtCurStreak
              END-IF
           END-IF.
           READ DailyTotalsFile NEXT RECORD
              AT END SET DTL-EndOfFile TO TRUE
           END-READ.

      * Find the user's first and last weigh-in of the month
       3225-CollectStatementWeights.
           SET WGT-EndOfFile TO FALSE.
           OPEN INPUT WeightLogfile.
           IF WS-WeightFileStatus = "00"
              MOVE WS-StmtStartDate TO WGT-Date
              MOVE LOW-VALUES TO WGT-UserID
              START WeightLogfile KEY IS NOT LESS THAN WGT-Key
                 INVALID KEY SET WGT-EndOfFile TO TRUE
              END-START
              IF NOT WGT-EndOfFile
                 READ WeightLogfile NEXT RECORD
                    AT END SET WGT-EndOfFile TO TRUE
                 END-READ
              END-IF
              PERFORM 3226-NoteStatementWeight UNTIL WGT-EndOfFile
                 OR WGT-Date > WS-StmtEndDate
              CLOSE WeightLogfile
           END-IF.
           IF WS-StmtWeighIns > ZERO
              COMPUTE WS-StmtWeightChange =
                 WS-StmtCloseWeight - WS-StmtOpenWeight
           END-IF.

      * Note one weigh-in if it is the user's
       3226-NoteStatementWeight.
           IF WGT-UserID = WS-StmtUserID
              ADD 1 TO WS-StmtWeighIns
              IF WS-StmtWeighIns = 1
                 MOVE WGT-Weight TO WS-StmtOpenWeight
                 MOVE WGT-Date TO WS-StmtOpenDate
              END-IF
              MOVE WGT-Weight TO WS-StmtCloseWeight
              MOVE WGT-Date TO WS-StmtCloseDate
           END-IF.
           READ WeightLogfile NEXT RECORD
              AT END SET WGT-EndOfFile TO TRUE
           END-READ.

      * Total the user's exercise for the month by activity
       3230-CollectStatementExercise.
           SET EX-EndOfFile TO FALSE.
           OPEN INPUT ExerciseIdxfile.
           IF WS-ExIdxFileStatus = "00"
              MOVE WS-StmtUserID TO EXI-UK-UserID
              MOVE WS-StmtStartDate TO EXI-UK-Date
              MOVE ZERO TO EXI-UK-Time EXI-UK-TimeStamp
              START ExerciseIdxfile KEY IS NOT LESS THAN EXI-UserKey
                 INVALID KEY SET EX-EndOfFile TO TRUE
              END-START
              IF NOT EX-EndOfFile
                    AT END SET EX-EndOfFile TO TRUE
                 END-READ
              END-IF
              PERFORM 3231-AddStatementActivity UNTIL EX-EndOfFile
                 OR EXI-UserID NOT = WS-StmtUserID
                 OR EXI-Date > WS-StmtEndDate
              CLOSE ExerciseIdxfile
           END-IF.

      * Add one exercise entry to its activity
       3231-AddStatementActivity.
           PERFORM 3232-FindOrAddActivity.
           IF WS-StmtSlot > ZERO
              ADD 1 TO WS-SA-Count (WS-StmtSlot)
              ADD EXI-CaloriesBurned TO WS-SA-Burned (WS-StmtSlot)
           END-IF.
           READ ExerciseIdxfile NEXT RECORD
              AT END SET EX-EndOfFile TO TRUE
           END-READ.

      * Find the slot for the entry's activity, adding one if new
       3232-FindOrAddActivity.
           SET WS-StmtFound TO FALSE.
           MOVE ZERO TO WS-StmtSlot.
           PERFORM 3233-MatchActivity
              VARYING WS-StmtSub FROM 1 BY 1
              UNTIL WS-StmtSub > WS-StmtActCount
                 OR WS-StmtFound.
           IF NOT WS-StmtFound AND WS-StmtActCount < 50
              ADD 1 TO WS-StmtActCount
              MOVE EXI-ActivityDescription
                 TO WS-SA-Desc (WS-StmtActCount)
              MOVE ZERO TO WS-SA-Count (WS-StmtActCount)
                 WS-SA-Burned (WS-StmtActCount)
              MOVE 'N' TO WS-SA-Shown (WS-StmtActCount)
              MOVE WS-StmtActCount TO WS-StmtSlot
           END-IF.

      * Compare one activity slot against the entry's activity
       3233-MatchActivity.
           IF WS-SA-Desc (WS-StmtSub) = EXI-ActivityDescription
              SET WS-StmtFound TO TRUE
              MOVE WS-StmtSub TO WS-StmtSlot
           END-IF.

      * Read the user's statement for the month before, if any
       3240-FindPriorStatement.
           SET WS-StmtPriorFound TO FALSE.
           IF WS-StmtHistOpen
              MOVE WS-StmtUserID TO STH-UserID
              MOVE WS-StmtPrevMonth TO STH-Month
              READ StatementHistFile
                 NOT INVALID KEY
                    SET WS-StmtPriorFound TO TRUE
              END-READ
           END-IF.

      * Write the statement file, one section after another
       3245-WriteStatement.
           OPEN OUTPUT CaloricReport.
           MOVE WS-StmtUserID TO RPT-STH-Name.
           MOVE WS-StmtMonth TO RPT-STH-Month.
           WRITE RPT-PrintLine FROM RPT-StmtHeading.
           MOVE "INTAKE AND NET CALORIES (CLOSED DAYS)"
              TO RPT-PrintLine.
           WRITE RPT-PrintLine AFTER ADVANCING 2 LINES.
           MOVE "DAYS POSTED:" TO RPT-SV-Label.
           MOVE WS-StmtDayCount TO RPT-SV-Value.
           PERFORM 3250-WriteStmtValue.
           MOVE "TOTAL INTAKE:" TO RPT-SV-Label.
           MOVE WS-StmtIntake TO RPT-SV-Value.
           PERFORM 3250-WriteStmtValue.
           MOVE "TOTAL BURNED:" TO RPT-SV-Label.
           MOVE WS-StmtBurned TO RPT-SV-Value.
           PERFORM 3250-WriteStmtValue.
           MOVE "NET CALORIES:" TO RPT-SV-Label.
           MOVE WS-StmtNet TO RPT-SV-Value.
           PERFORM 3250-WriteStmtValue.
           MOVE "AVG INTAKE PER DAY:" TO RPT-SV-Label.
           MOVE WS-StmtAvgCal TO RPT-SV-Value.
           PERFORM 3250-WriteStmtValue.
           MOVE "AVG NET PER DAY:" TO RPT-SV-Label.
           MOVE WS-StmtAvgNet TO RPT-SV-Value.
           PERFORM 3250-WriteStmtValue.
           PERFORM 3246-WriteStmtMacros.
           MOVE "ADHERENCE" TO RPT-PrintLine.
           WRITE RPT-PrintLine AFTER ADVANCING 2 LINES.
           MOVE "DAYS ON CALORIE TARGET:" TO RPT-GC-Label.
           MOVE WS-StmtOnTarget TO RPT-GC-Value.
           WRITE RPT-PrintLine FROM RPT-GoalCountLine AFTER
              ADVANCING 1 LINE.
           MOVE "CURRENT STREAK (DAYS):" TO RPT-GC-Label.
           MOVE WS-StmtCurStreak TO RPT-GC-Value.
           WRITE RPT-PrintLine FROM RPT-GoalCountLine AFTER
              ADVANCING 1 LINE.
           MOVE "BEST STREAK (DAYS):" TO RPT-GC-Label.
           MOVE WS-StmtBestStreak TO RPT-GC-Value.
           WRITE RPT-PrintLine FROM RPT-GoalCountLine AFTER
              ADVANCING 1 LINE.
           PERFORM 3247-WriteStmtWeight.
           MOVE "TOP EXERCISE ACTIVITIES" TO RPT-PrintLine.
           WRITE RPT-PrintLine AFTER ADVANCING 2 LINES.
           IF WS-StmtActCount = ZERO
              MOVE "NO EXERCISE LOGGED THIS MONTH" TO RPT-PrintLine
              WRITE RPT-PrintLine AFTER ADVANCING 1 LINE
           ELSE
              WRITE RPT-PrintLine FROM RPT-StmtExColumns AFTER
                 ADVANCING 1 LINE
              PERFORM 3252-PrintTopActivity
                 VARYING WS-StmtIx FROM 1 BY 1
                 UNTIL WS-StmtIx > 5 OR WS-StmtIx > WS-StmtActCount
           END-IF.
           PERFORM 3255-WriteStmtComparison.
           CLOSE CaloricReport.

      * Macro averages against the average of the goals in force
       3246-WriteStmtMacros.
           MOVE "MACRO AVERAGES AGAINST GOALS" TO RPT-PrintLine.
           WRITE RPT-PrintLine AFTER ADVANCING 2 LINES.
           IF WS-StmtDayCount = ZERO
              MOVE "NO CLOSED DAYS POSTED THIS MONTH"
                 TO RPT-PrintLine
              WRITE RPT-PrintLine AFTER ADVANCING 1 LINE
           ELSE
              MOVE "AVG CALORIES PER DAY:" TO RPT-GA-Label
              MOVE WS-StmtAvgCal TO RPT-GA-Value
              COMPUTE WS-GoalAvg ROUNDED =
                 WS-StmtSumCalGoal / WS-StmtDayCount
              MOVE WS-GoalAvg TO RPT-GA-Goal
              WRITE RPT-PrintLine FROM RPT-GoalAvgLine AFTER
                 ADVANCING 1 LINE
              MOVE "AVG PROTEIN PER DAY (G):" TO RPT-GA-Label
              MOVE WS-StmtAvgProt TO RPT-GA-Value
              COMPUTE WS-GoalAvg ROUNDED =
                 WS-StmtSumProtGoal / WS-StmtDayCount
              MOVE WS-GoalAvg TO RPT-GA-Goal
              WRITE RPT-PrintLine FROM RPT-GoalAvgLine AFTER
                 ADVANCING 1 LINE
              MOVE "AVG CARBS PER DAY (G):" TO RPT-GA-Label
              MOVE WS-StmtAvgCarb TO RPT-GA-Value
              COMPUTE WS-GoalAvg ROUNDED =
                 WS-StmtSumCarbGoal / WS-StmtDayCount
              MOVE WS-GoalAvg TO RPT-GA-Goal
              WRITE RPT-PrintLine FROM RPT-GoalAvgLine AFTER
                 ADVANCING 1 LINE
              MOVE "AVG FAT PER DAY (G):" TO RPT-GA-Label
              MOVE WS-StmtAvgFat TO RPT-GA-Value
              COMPUTE WS-GoalAvg ROUNDED =
                 WS-StmtSumFatGoal / WS-StmtDayCount
              MOVE WS-GoalAvg TO RPT-GA-Goal
              WRITE RPT-PrintLine FROM RPT-GoalAvgLine AFTER
                 ADVANCING 1 LINE
           END-IF.

      * Opening, closing and change in body weight
       3247-WriteStmtWeight.
           MOVE "BODY WEIGHT" TO RPT-PrintLine.
           WRITE RPT-PrintLine AFTER ADVANCING 2 LINES.
           IF WS-StmtWeighIns = ZERO
              MOVE "NO WEIGH-INS THIS MONTH" TO RPT-PrintLine
              WRITE RPT-PrintLine AFTER ADVANCING 1 LINE
           ELSE
              MOVE "OPENING WEIGHT:" TO RPT-SV-Label
              MOVE WS-StmtOpenWeight TO RPT-SV-Value
              MOVE SPACES TO RPT-SV-Note
              STRING "ON " WS-StmtOpenDate DELIMITED BY SIZE
                 INTO RPT-SV-Note
              WRITE RPT-PrintLine FROM RPT-StmtValueLine AFTER
                 ADVANCING 1 LINE
              MOVE "CLOSING WEIGHT:" TO RPT-SV-Label
              MOVE WS-StmtCloseWeight TO RPT-SV-Value
              MOVE SPACES TO RPT-SV-Note
              STRING "ON " WS-StmtCloseDate DELIMITED BY SIZE
                 INTO RPT-SV-Note
              WRITE RPT-PrintLine FROM RPT-StmtValueLine AFTER
                 ADVANCING 1 LINE
              MOVE "CHANGE:" TO RPT-SV-Label
              MOVE WS-StmtWeightChange TO RPT-SV-Value
              PERFORM 3250-WriteStmtValue
           END-IF.

      * Write one labelled figure with no note
       3250-WriteStmtValue.
           MOVE SPACES TO RPT-SV-Note.
           WRITE RPT-PrintLine FROM RPT-StmtValueLine AFTER
              ADVANCING 1 LINE.

      * Print the activity with the most calories burned among
      * those not yet printed
       3252-PrintTopActivity.
           MOVE ZERO TO WS-StmtBestSlot.
           PERFORM 3253-CheckTopActivity
              VARYING WS-StmtSub FROM 1 BY 1
              UNTIL WS-StmtSub > WS-StmtActCount.
           IF WS-StmtBestSlot > ZERO
              MOVE 'Y' TO WS-SA-Shown (WS-StmtBestSlot)
              MOVE WS-SA-Desc (WS-StmtBestSlot) TO RPT-SX-Desc
              MOVE WS-SA-Count (WS-StmtBestSlot) TO RPT-SX-Count
              MOVE WS-SA-Burned (WS-StmtBestSlot) TO RPT-SX-Burned
              WRITE RPT-PrintLine FROM RPT-StmtExLine AFTER
                 ADVANCING 1 LINE
           END-IF.

      * Keep the slot if it beats the best unprinted one so far
       3253-CheckTopActivity.
           IF WS-SA-Shown (WS-StmtSub) = 'N'
              IF WS-StmtBestSlot = ZERO
                 MOVE WS-StmtSub TO WS-StmtBestSlot
              ELSE
                 IF WS-SA-Burned (WS-StmtSub) >
                    WS-SA-Burned (WS-StmtBestSlot)
                    MOVE WS-StmtSub TO WS-StmtBestSlot
                 END-IF
              END-IF
           END-IF.

      * Compare the month with the prior month's statement
       3255-WriteStmtComparison.
           MOVE SPACES TO RPT-PrintLine.
           STRING "COMPARED WITH PRIOR MONTH " WS-StmtPrevMonth
              DELIMITED BY SIZE INTO RPT-PrintLine.
           WRITE RPT-PrintLine AFTER ADVANCING 2 LINES.
           IF NOT WS-StmtPriorFound
              MOVE "NO STATEMENT ON FILE FOR THE PRIOR MONTH"
                 TO RPT-PrintLine
              WRITE RPT-PrintLine AFTER ADVANCING 1 LINE
           ELSE
              WRITE RPT-PrintLine FROM RPT-StmtCmpColumns AFTER
                 ADVANCING 1 LINE
              MOVE "DAYS POSTED:" TO RPT-SC-Label
              MOVE WS-StmtDayCount TO WS-StmtCmpThis
              MOVE STH-DayCount TO WS-StmtCmpPrior
              PERFORM 3256-WriteStmtCompare
              MOVE "AVG INTAKE PER DAY:" TO RPT-SC-Label
              MOVE WS-StmtAvgCal TO WS-StmtCmpThis
              MOVE STH-AvgCal TO WS-StmtCmpPrior
              PERFORM 3256-WriteStmtCompare
              MOVE "AVG NET PER DAY:" TO RPT-SC-Label
              MOVE WS-StmtAvgNet TO WS-StmtCmpThis
              MOVE STH-AvgNet TO WS-StmtCmpPrior
              PERFORM 3256-WriteStmtCompare
              MOVE "AVG PROTEIN PER DAY (G):" TO RPT-SC-Label
              MOVE WS-StmtAvgProt TO WS-StmtCmpThis
              MOVE STH-AvgProt TO WS-StmtCmpPrior
              PERFORM 3256-WriteStmtCompare
              MOVE "AVG CARBS PER DAY (G):" TO RPT-SC-Label
              MOVE WS-StmtAvgCarb TO WS-StmtCmpThis
              MOVE STH-AvgCarb TO WS-StmtCmpPrior
              PERFORM 3256-WriteStmtCompare
              MOVE "AVG FAT PER DAY (G):" TO RPT-SC-Label
              MOVE WS-StmtAvgFat TO WS-StmtCmpThis
              MOVE STH-AvgFat TO WS-StmtCmpPrior
              PERFORM 3256-WriteStmtCompare
              MOVE "DAYS ON CALORIE TARGET:" TO RPT-SC-Label
              MOVE WS-StmtOnTarget TO WS-StmtCmpThis
              MOVE STH-OnTargetDays TO WS-StmtCmpPrior
              PERFORM 3256-WriteStmtCompare
              MOVE "BEST STREAK (DAYS):" TO RPT-SC-Label
              MOVE WS-StmtBestStreak TO WS-StmtCmpThis
              MOVE STH-BestStreak TO WS-StmtCmpPrior
              PERFORM 3256-WriteStmtCompare
              IF WS-StmtWeighIns > ZERO AND STH-WeighIns > ZERO
                 MOVE "WEIGHT CHANGE:" TO RPT-SC-Label
                 MOVE WS-StmtWeightChange TO WS-StmtCmpThis
                 MOVE STH-WeightChange TO WS-StmtCmpPrior
                 PERFORM 3256-WriteStmtCompare
              END-IF
           END-IF.

      * Write one this-month / prior-month / change line
       3256-WriteStmtCompare.
           MOVE WS-StmtCmpThis TO RPT-SC-This.
           MOVE WS-StmtCmpPrior TO RPT-SC-Prior.
           COMPUTE RPT-SC-Change = WS-StmtCmpThis - WS-StmtCmpPrior.
           WRITE RPT-PrintLine FROM RPT-StmtCmpLine AFTER
              ADVANCING 1 LINE.

      * Save the month's figures for next month's comparison; a
      * rerun of the month replaces them
       3260-SaveStatementHistory.
           IF WS-StmtHistOpen
              MOVE WS-StmtUserID TO STH-UserID
              MOVE WS-StmtMonth TO STH-Month
              ACCEPT STH-RunDate FROM DATE YYYYMMDD
              MOVE WS-StmtDayCount TO STH-DayCount
              MOVE WS-StmtIntake TO STH-Intake
              MOVE WS-StmtBurned TO STH-Burned
              MOVE WS-StmtNet TO STH-Net
              MOVE WS-StmtAvgCal TO STH-AvgCal
              MOVE WS-StmtAvgNet TO STH-AvgNet
              MOVE WS-StmtAvgProt TO STH-AvgProt
              MOVE WS-StmtAvgCarb TO STH-AvgCarb
              MOVE WS-StmtAvgFat TO STH-AvgFat
              MOVE WS-StmtOnTarget TO STH-OnTargetDays
              MOVE WS-StmtBestStreak TO STH-BestStreak
              MOVE WS-StmtWeighIns TO STH-WeighIns
              MOVE WS-StmtWeightChange TO STH-WeightChange
              WRITE STH-StatementEntry
                 INVALID KEY
                    REWRITE STH-StatementEntry
                       INVALID KEY
                          DISPLAY "Could not save the statement "
                             "history for " WS-StmtUserID
                    END-REWRITE
              END-WRITE
           END-IF.

      * Show where a user's calories come from over a date range:
      * the logged descriptions ranked by how often they were
      * eaten (ties by calories) with their share of the totals,
      * and intake by time of day with the share eaten from a
      * cutoff hour on. Written as a report or as CSV.
       3300-FoodSourceReport.
           DISPLAY "Food Source Analysis".
           DISPLAY "Enter name: " WITH NO ADVANCING.
           ACCEPT WS-SrcUserID.
           PERFORM 3301-GetSourceStartDate.
           PERFORM 3302-GetSourceEndDate.
           PERFORM 3303-GetSourceCutoff.
           DISPLAY "Output format? [1] Report (.rpt)  [2] CSV (.csv)"
              WITH NO ADVANCING.
           ACCEPT WS-ReportFormat.
           MOVE "food-source.rpt" TO WS-ReportFileName.
           MOVE "food-source.csv" TO WS-CsvFileName.
           MOVE ZERO TO WS-SrcFoodCount WS-SrcDayCount
              WS-SrcEntryCount WS-SrcDropped WS-SrcTotalCal
              WS-SrcTotalProt WS-SrcTotalCarb WS-SrcTotalFat
              WS-SrcLateCal WS-SrcPrevDate.
           MOVE ZERO TO WS-SB-Entries (1) WS-SB-Cal (1)
              WS-SB-Entries (2) WS-SB-Cal (2)
              WS-SB-Entries (3) WS-SB-Cal (3)
              WS-SB-Entries (4) WS-SB-Cal (4).
           OPEN INPUT CaloriesLogfile.
           IF WS-CaloriesFileStatus NOT = "00"
              DISPLAY "Could not open calories.log, status "
                 WS-CaloriesFileStatus
           ELSE
              OPEN INPUT FoodMasterfile
              IF WS-FoodFileStatus NOT = "00"
                 DISPLAY "Could not open food.master, status "
                    WS-FoodFileStatus
                 CLOSE CaloriesLogfile
              ELSE
                 SET WS-SrcRecipeOpen TO FALSE
                 OPEN INPUT RecipeFile
                 IF WS-RecipeFileStatus = "00"
                    SET WS-SrcRecipeOpen TO TRUE
                 END-IF
                 PERFORM 3310-CollectSources
                 IF WS-SrcRecipeOpen
                    CLOSE RecipeFile
                 END-IF
                 CLOSE FoodMasterfile
                 CLOSE CaloriesLogfile
                 IF WS-ReportFormat = '2'
                    PERFORM 3350-WriteSourceCsv
                    DISPLAY "CSV written to food-source.csv"
                 ELSE
                    PERFORM 3340-WriteSourceReport
                    DISPLAY "Report written to food-source.rpt"
                 END-IF
              END-IF
           END-IF.

      * Prompt for the range start, re-asking until numeric
       3301-GetSourceStartDate.
           DISPLAY "Enter start date (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-SrcStartDate.
           IF WS-SrcStartDate IS NOT NUMERIC
              DISPLAY "Invalid date. Please enter it as YYYYMMDD."
              PERFORM 3301-GetSourceStartDate
           END-IF.

      * Prompt for the range end, re-asking until numeric
       3302-GetSourceEndDate.
           DISPLAY "Enter end date (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-SrcEndDate.
           IF WS-SrcEndDate IS NOT NUMERIC
              DISPLAY "Invalid date. Please enter it as YYYYMMDD."
              PERFORM 3302-GetSourceEndDate
           END-IF.

      * Prompt for the late-eating cutoff hour, re-asking until it
      * is 00-23
       3303-GetSourceCutoff.
           DISPLAY "Enter cutoff hour for late eating (00-23): "
              WITH NO ADVANCING.
           ACCEPT WS-SrcCutoffHour.
           IF WS-SrcCutoffHour IS NOT NUMERIC
              OR WS-SrcCutoffHour > 23
              DISPLAY "Invalid hour. Please enter 00 through 23."
              PERFORM 3303-GetSourceCutoff
           END-IF.

      * Walk the user's entries for the range by the user key
       3310-CollectSources.
           SET LOG-EndOfFile TO FALSE.
           MOVE WS-SrcUserID TO FD-UK-UserID.
           MOVE WS-SrcStartDate TO FD-UK-Date.
           MOVE ZERO TO FD-UK-Time FD-UK-TimeStamp.
           START CaloriesLogfile KEY IS NOT LESS THAN FD-UserKey
              INVALID KEY SET LOG-EndOfFile TO TRUE
           END-START.
           IF NOT LOG-EndOfFile
              READ CaloriesLogfile NEXT RECORD
                 AT END SET LOG-EndOfFile TO TRUE
              END-READ
           END-IF.
           PERFORM 3311-AddSourceEntry UNTIL LOG-EndOfFile
              OR FD-UserID NOT = WS-SrcUserID
              OR FD-Date > WS-SrcEndDate.

      * Roll one entry into the totals, its food and its hour band
       3311-AddSourceEntry.
           ADD 1 TO WS-SrcEntryCount.
           IF FD-Date NOT = WS-SrcPrevDate
              ADD 1 TO WS-SrcDayCount
              MOVE FD-Date TO WS-SrcPrevDate
           END-IF.
           ADD FD-CaloricCount TO WS-SrcTotalCal.
           ADD FD-ProteinGrams TO WS-SrcTotalProt.
           ADD FD-CarbGrams TO WS-SrcTotalCarb.
           ADD FD-FatGrams TO WS-SrcTotalFat.
           IF FD-Hour NOT LESS THAN WS-SrcCutoffHour
              ADD FD-CaloricCount TO WS-SrcLateCal
           END-IF.
           PERFORM 3315-SetHourBand.
           ADD 1 TO WS-SB-Entries (WS-SrcBand).
           ADD FD-CaloricCount TO WS-SB-Cal (WS-SrcBand).
           PERFORM 3320-FindOrAddSource.
           IF WS-SrcSlot > ZERO
              ADD 1 TO WS-SR-Count (WS-SrcSlot)
              ADD FD-CaloricCount TO WS-SR-Cal (WS-SrcSlot)
              ADD FD-ProteinGrams TO WS-SR-Prot (WS-SrcSlot)
              ADD FD-CarbGrams TO WS-SR-Carb (WS-SrcSlot)
              ADD FD-FatGrams TO WS-SR-Fat (WS-SrcSlot)
           ELSE
              ADD 1 TO WS-SrcDropped
           END-IF.
           READ CaloriesLogfile NEXT RECORD
              AT END SET LOG-EndOfFile TO TRUE
           END-READ.

      * Put the entry's hour in its band
       3315-SetHourBand.
           EVALUATE TRUE
              WHEN FD-Hour NOT LESS THAN 5 AND FD-Hour < 11
                 MOVE 1 TO WS-SrcBand
              WHEN FD-Hour NOT LESS THAN 11 AND FD-Hour < 16
                 MOVE 2 TO WS-SrcBand
              WHEN FD-Hour NOT LESS THAN 16 AND FD-Hour < 21
                 MOVE 3 TO WS-SrcBand
              WHEN OTHER
                 MOVE 4 TO WS-SrcBand
           END-EVALUATE.

      * Find the slot for the entry's description, adding one if
      * new; a new description is checked against food.master
       3320-FindOrAddSource.
           SET WS-SrcFound TO FALSE.
           MOVE ZERO TO WS-SrcSlot.
           PERFORM 3321-MatchSource
              VARYING WS-SrcSub FROM 1 BY 1
              UNTIL WS-SrcSub > WS-SrcFoodCount
                 OR WS-SrcFound.
           IF NOT WS-SrcFound AND WS-SrcFoodCount < 200
              ADD 1 TO WS-SrcFoodCount
              MOVE FD-EntryDescription TO WS-SR-Desc (WS-SrcFoodCount)
              MOVE ZERO TO WS-SR-Count (WS-SrcFoodCount)
                 WS-SR-Cal (WS-SrcFoodCount)
                 WS-SR-Prot (WS-SrcFoodCount)
                 WS-SR-Carb (WS-SrcFoodCount)
                 WS-SR-Fat (WS-SrcFoodCount)
              MOVE 'N' TO WS-SR-Shown (WS-SrcFoodCount)
              PERFORM 3322-CheckSourceMaster
              MOVE WS-SrcFlag TO WS-SR-Flag (WS-SrcFoodCount)
              MOVE WS-SrcFoodCount TO WS-SrcSlot
           END-IF.

      * Compare one food slot against the entry's description
       3321-MatchSource.
           IF WS-SR-Desc (WS-SrcSub) = FD-EntryDescription
              SET WS-SrcFound TO TRUE
              MOVE WS-SrcSub TO WS-SrcSlot
           END-IF.

      * Flag a description food.master does not know. A recipe is
      * logged by name and is marked as such rather than flagged.
       3322-CheckSourceMaster.
           MOVE SPACES TO WS-SrcFlag.
           MOVE FD-EntryDescription TO MST-FoodDescription.
           READ FoodMasterfile
              INVALID KEY
                 MOVE "NO MASTER" TO WS-SrcFlag
           END-READ.
           IF WS-SrcFlag NOT = SPACES AND WS-SrcRecipeOpen
              MOVE FD-EntryDescription TO RCP-RecipeName
              MOVE ZERO TO RCP-LineNo
              READ RecipeFile
                 NOT INVALID KEY
                    MOVE "RECIPE" TO WS-SrcFlag
              END-READ
           END-IF.

      * Pick the unranked food eaten most often, the one with more
      * calories winning a tie
       3325-PickNextSource.
           MOVE ZERO TO WS-SrcBestSlot.
           PERFORM 3326-CheckNextSource
              VARYING WS-SrcSub FROM 1 BY 1
              UNTIL WS-SrcSub > WS-SrcFoodCount.
           IF WS-SrcBestSlot > ZERO
              MOVE 'Y' TO WS-SR-Shown (WS-SrcBestSlot)
              PERFORM 3330-SetSourcePercents
           END-IF.

      * Keep the slot if it outranks the best unranked one so far
       3326-CheckNextSource.
           IF WS-SR-Shown (WS-SrcSub) = 'N'
              IF WS-SrcBestSlot = ZERO
                 MOVE WS-SrcSub TO WS-SrcBestSlot
              ELSE
                 IF WS-SR-Count (WS-SrcSub) >
                    WS-SR-Count (WS-SrcBestSlot)
                    OR (WS-SR-Count (WS-SrcSub) =
                       WS-SR-Count (WS-SrcBestSlot)
                    AND WS-SR-Cal (WS-SrcSub) >
                       WS-SR-Cal (WS-SrcBestSlot))
                    MOVE WS-SrcSub TO WS-SrcBestSlot
                 END-IF
              END-IF
           END-IF.

      * Work out the picked food's share of each total
       3330-SetSourcePercents.
           MOVE ZERO TO WS-SrcPctCal WS-SrcPctProt WS-SrcPctCarb
              WS-SrcPctFat.
           IF WS-SrcTotalCal > ZERO
              COMPUTE WS-SrcPctCal ROUNDED =
                 WS-SR-Cal (WS-SrcBestSlot) * 100 / WS-SrcTotalCal
           END-IF.
           IF WS-SrcTotalProt > ZERO
              COMPUTE WS-SrcPctProt ROUNDED =
                 WS-SR-Prot (WS-SrcBestSlot) * 100 / WS-SrcTotalProt
           END-IF.
           IF WS-SrcTotalCarb > ZERO
              COMPUTE WS-SrcPctCarb ROUNDED =
                 WS-SR-Carb (WS-SrcBestSlot) * 100 / WS-SrcTotalCarb
           END-IF.
           IF WS-SrcTotalFat > ZERO
              COMPUTE WS-SrcPctFat ROUNDED =
                 WS-SR-Fat (WS-SrcBestSlot) * 100 / WS-SrcTotalFat
           END-IF.

      * Work out one hour band's average per day and share
       3335-SetBandFigures.
           MOVE ZERO TO WS-SrcAvgCal WS-SrcPctCal.
           IF WS-SrcDayCount > ZERO
              COMPUTE WS-SrcAvgCal ROUNDED =
                 WS-SB-Cal (WS-SrcIx) / WS-SrcDayCount
           END-IF.
           IF WS-SrcTotalCal > ZERO
              COMPUTE WS-SrcPctCal ROUNDED =
                 WS-SB-Cal (WS-SrcIx) * 100 / WS-SrcTotalCal
           END-IF.

      * Work out the share eaten from the cutoff hour on
       3336-SetLateShare.
           MOVE ZERO TO WS-SrcPctCal.
           IF WS-SrcTotalCal > ZERO
              COMPUTE WS-SrcPctCal ROUNDED =
                 WS-SrcLateCal * 100 / WS-SrcTotalCal
           END-IF.

      * Write food-source.rpt
       3340-WriteSourceReport.
           OPEN OUTPUT CaloricReport.
           MOVE WS-SrcUserID TO RPT-SRH-Name.
           WRITE RPT-PrintLine FROM RPT-SrcHeading.
           MOVE WS-SrcStartDate TO RPT-GR-Start.
           MOVE WS-SrcEndDate TO RPT-GR-End.
           WRITE RPT-PrintLine FROM RPT-GoalRange AFTER
              ADVANCING 1 LINE.
           MOVE "FOODS BY TIMES EATEN" TO RPT-PrintLine.
           WRITE RPT-PrintLine AFTER ADVANCING 2 LINES.
           WRITE RPT-PrintLine FROM RPT-SrcColumns AFTER
              ADVANCING 1 LINE.
           PERFORM 3341-PrintSourceFood
              VARYING WS-SrcRank FROM 1 BY 1
              UNTIL WS-SrcRank > WS-SrcFoodCount.
           MOVE WS-SrcEntryCount TO RPT-ST-Entries.
           MOVE WS-SrcTotalCal TO RPT-ST-Cal.
           MOVE WS-SrcTotalProt TO RPT-ST-Prot.
           MOVE WS-SrcTotalCarb TO RPT-ST-Carb.
           MOVE WS-SrcTotalFat TO RPT-ST-Fat.
           WRITE RPT-PrintLine FROM RPT-SrcTotalLine AFTER
              ADVANCING 2 LINES.
           IF WS-SrcDropped > ZERO
              MOVE SPACES TO RPT-PrintLine
              STRING "ENTRIES NOT RANKED (OVER 200 FOODS): "
                 WS-SrcDropped DELIMITED BY SIZE INTO RPT-PrintLine
              WRITE RPT-PrintLine AFTER ADVANCING 1 LINE
           END-IF.
           MOVE "INTAKE BY TIME OF DAY" TO RPT-PrintLine.
           WRITE RPT-PrintLine AFTER ADVANCING 3 LINES.
           WRITE RPT-PrintLine FROM RPT-SrcBandColumns AFTER
              ADVANCING 1 LINE.
           PERFORM 3342-PrintSourceBand
              VARYING WS-SrcIx FROM 1 BY 1
              UNTIL WS-SrcIx > 4.
           MOVE WS-SrcDayCount TO RPT-SD-Days.
           WRITE RPT-PrintLine FROM RPT-SrcDaysLine AFTER
              ADVANCING 2 LINES.
           PERFORM 3336-SetLateShare.
           MOVE WS-SrcCutoffHour TO RPT-SK-Hour.
           MOVE WS-SrcLateCal TO RPT-SK-Cal.
           MOVE WS-SrcPctCal TO RPT-SK-Pct.
           WRITE RPT-PrintLine FROM RPT-SrcCutoffLine AFTER
              ADVANCING 1 LINE.
           CLOSE CaloricReport.

      * Print the next food in rank order
       3341-PrintSourceFood.
           PERFORM 3325-PickNextSource.
           IF WS-SrcBestSlot > ZERO
              MOVE WS-SrcRank TO RPT-SR-Rank
              MOVE WS-SR-Desc (WS-SrcBestSlot) TO RPT-SR-Desc
              MOVE WS-SR-Count (WS-SrcBestSlot) TO RPT-SR-Count
              MOVE WS-SR-Cal (WS-SrcBestSlot) TO RPT-SR-Cal
              MOVE WS-SrcPctCal TO RPT-SR-PctCal
              MOVE WS-SrcPctProt TO RPT-SR-PctProt
              MOVE WS-SrcPctCarb TO RPT-SR-PctCarb
              MOVE WS-SrcPctFat TO RPT-SR-PctFat
              MOVE WS-SR-Flag (WS-SrcBestSlot) TO RPT-SR-Flag
              WRITE RPT-PrintLine FROM RPT-SrcFoodLine AFTER
                 ADVANCING 1 LINE
           END-IF.

      * Print one hour band
       3342-PrintSourceBand.
           PERFORM 3335-SetBandFigures.
           MOVE WS-SrcBandName (WS-SrcIx) TO RPT-SB-Name.
           MOVE WS-SB-Entries (WS-SrcIx) TO RPT-SB-Entries.
           MOVE WS-SB-Cal (WS-SrcIx) TO RPT-SB-Cal.
           MOVE WS-SrcAvgCal TO RPT-SB-Avg.
           MOVE WS-SrcPctCal TO RPT-SB-Pct.
           WRITE RPT-PrintLine FROM RPT-SrcBandLine AFTER
              ADVANCING 1 LINE.

      * Write food-source.csv in three blocks, each with its own
      * header row and each row led by its type: a food row per
      * ranked description, a band row per hour band and the
      * cutoff row
       3350-WriteSourceCsv.
           OPEN OUTPUT CsvReport.
           MOVE SPACES TO CSV-PrintLine.
           STRING "Type,Rank,Description,Times,Calories,"
                  "PctCal,PctProt,PctCarb,PctFat,Flag"
                  DELIMITED BY SIZE INTO CSV-PrintLine.
           WRITE CSV-PrintLine.
           PERFORM 3351-WriteSourceFoodRow
              VARYING WS-SrcRank FROM 1 BY 1
              UNTIL WS-SrcRank > WS-SrcFoodCount.
           MOVE "Type,Band,Name,Entries,Calories,PctCal,AvgPerDay"
              TO CSV-PrintLine.
           WRITE CSV-PrintLine.
           PERFORM 3352-WriteSourceBandRow
              VARYING WS-SrcIx FROM 1 BY 1
              UNTIL WS-SrcIx > 4.
           MOVE "Type,Hour,Name,DaysLogged,Calories,PctCal"
              TO CSV-PrintLine.
           WRITE CSV-PrintLine.
           PERFORM 3336-SetLateShare.
           MOVE WS-SrcPctCal TO WS-SrcCsvPct1.
           MOVE SPACES TO CSV-PrintLine.
           STRING "CUTOFF,"       DELIMITED BY SIZE
                  WS-SrcCutoffHour DELIMITED BY SIZE
                  ","              DELIMITED BY SIZE
                  WS-Quote         DELIMITED BY SIZE
                  "FROM CUTOFF HOUR ON" DELIMITED BY SIZE
                  WS-Quote         DELIMITED BY SIZE
                  ","              DELIMITED BY SIZE
                  WS-SrcDayCount   DELIMITED BY SIZE
                  ","              DELIMITED BY SIZE
                  WS-SrcLateCal    DELIMITED BY SIZE
                  ","              DELIMITED BY SIZE
                  WS-SrcCsvPct1    DELIMITED BY SIZE
                  INTO CSV-PrintLine.
           WRITE CSV-PrintLine.
           CLOSE CsvReport.

      * Write the next food in rank order as a CSV row
       3351-WriteSourceFoodRow.
           PERFORM 3325-PickNextSource.
           IF WS-SrcBestSlot > ZERO
              MOVE WS-SrcPctCal TO WS-SrcCsvPct1
              MOVE WS-SrcPctProt TO WS-SrcCsvPct2
              MOVE WS-SrcPctCarb TO WS-SrcCsvPct3
              MOVE WS-SrcPctFat TO WS-SrcCsvPct4
              MOVE SPACES TO CSV-PrintLine
              STRING "FOOD,"          DELIMITED BY SIZE
                     WS-SrcRank       DELIMITED BY SIZE
                     ","              DELIMITED BY SIZE
                     WS-Quote         DELIMITED BY SIZE
                     WS-SR-Desc (WS-SrcBestSlot) DELIMITED BY SIZE
                     WS-Quote         DELIMITED BY SIZE
                     ","              DELIMITED BY SIZE
                     WS-SR-Count (WS-SrcBestSlot) DELIMITED BY SIZE
                     ","              DELIMITED BY SIZE
                     WS-SR-Cal (WS-SrcBestSlot) DELIMITED BY SIZE
                     ","              DELIMITED BY SIZE
                     WS-SrcCsvPct1    DELIMITED BY SIZE
                     ","              DELIMITED BY SIZE
                     WS-SrcCsvPct2    DELIMITED BY SIZE
                     ","              DELIMITED BY SIZE
                     WS-SrcCsvPct3    DELIMITED BY SIZE
                     ","              DELIMITED BY SIZE
                     WS-SrcCsvPct4    DELIMITED BY SIZE
                     ","              DELIMITED BY SIZE
                     WS-SR-Flag (WS-SrcBestSlot) DELIMITED BY SIZE
                     INTO CSV-PrintLine
              WRITE CSV-PrintLine
           END-IF.

      * Write one hour band as a CSV row
       3352-WriteSourceBandRow.
           PERFORM 3335-SetBandFigures.
           MOVE WS-SrcPctCal TO WS-SrcCsvPct1.
           MOVE SPACES TO CSV-PrintLine.
           STRING "BAND,"          DELIMITED BY SIZE
                  WS-SrcIx         DELIMITED BY SIZE
                  ","              DELIMITED BY SIZE
                  WS-Quote         DELIMITED BY SIZE
                  WS-SrcBandName (WS-SrcIx) DELIMITED BY SIZE
                  WS-Quote         DELIMITED BY SIZE
                  ","              DELIMITED BY SIZE
                  WS-SB-Entries (WS-SrcIx) DELIMITED BY SIZE
                  ","              DELIMITED BY SIZE
                  WS-SB-Cal (WS-SrcIx) DELIMITED BY SIZE
                  ","              DELIMITED BY SIZE
                  WS-SrcCsvPct1    DELIMITED BY SIZE
                  ","              DELIMITED BY SIZE
                  WS-SrcAvgCal     DELIMITED BY SIZE
                  INTO CSV-PrintLine.
           WRITE CSV-PrintLine.

      * Sweep calories.log and exercise.idx over a date range for
      * suspected duplicates - the same user, date and description
      * (or activity), calories within a tolerance, logged within
      * a number of minutes of the first of them - and write
      * duplicates.rpt. The groups can then be resolved, keeping
      * one entry of each and deleting the rest.
       3400-DuplicateSweep.
           DISPLAY "Duplicate Entry Sweep".
           PERFORM 3401-GetDupStartDate.
           PERFORM 3402-GetDupEndDate.
           PERFORM 3403-GetDupTolerance.
           PERFORM 3404-GetDupWindow.
           MOVE ZERO TO WS-DupGroupCount WS-DupRowCount
              WS-DupDayOverflow WS-DupRowOverflow WS-DupExtraCount
              WS-DupExtraCal WS-DupDeleteTotal.
           OPEN INPUT CaloriesLogfile.
           IF WS-CaloriesFileStatus NOT = "00"
              DISPLAY "Could not open calories.log, status "
                 WS-CaloriesFileStatus
           ELSE
              MOVE 'C' TO WS-DupFileCode
              PERFORM 3410-SweepDupLog
              CLOSE CaloriesLogfile
              OPEN INPUT ExerciseIdxfile
              IF WS-ExIdxFileStatus = "00"
                 MOVE 'E' TO WS-DupFileCode
                 PERFORM 3415-SweepDupExercise
                 CLOSE ExerciseIdxfile
              ELSE
                 DISPLAY "Could not open exercise.idx, status "
                    WS-ExIdxFileStatus
                 DISPLAY "Exercise entries were not swept."
              END-IF
              PERFORM 3430-WriteDupReport
              DISPLAY "Suspected duplicate groups: " WS-DupGroupCount
              DISPLAY "Report written to duplicates.rpt"
              IF WS-DupRowCount > ZERO
                 DISPLAY "Resolve them now? (Y/N): "
                    WITH NO ADVANCING
                 ACCEPT WS-DupReply
                 IF WS-DupReply = 'Y' OR WS-DupReply = 'y'
                    PERFORM 3440-ResolveDuplicates
                 END-IF
              END-IF
           END-IF.

      * Prompt for the sweep start, re-asking until numeric
       3401-GetDupStartDate.
           DISPLAY "Enter start date (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-DupStartDate.
           IF WS-DupStartDate IS NOT NUMERIC
              DISPLAY "Invalid date. Please enter it as YYYYMMDD."
              PERFORM 3401-GetDupStartDate
           END-IF.

      * Prompt for the sweep end, re-asking until numeric
       3402-GetDupEndDate.
           DISPLAY "Enter end date (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-DupEndDate.
           IF WS-DupEndDate IS NOT NUMERIC
              DISPLAY "Invalid date. Please enter it as YYYYMMDD."
              PERFORM 3402-GetDupEndDate
           END-IF.

      * Prompt for the calorie tolerance, re-asking until 0-999
       3403-GetDupTolerance.
           DISPLAY "Calorie tolerance (0-999): " WITH NO ADVANCING.
           ACCEPT WS-DupTolerance.
           IF WS-DupTolerance IS NOT NUMERIC
              DISPLAY "Invalid tolerance. Enter 0 through 999."
              PERFORM 3403-GetDupTolerance
           END-IF.

      * Prompt for the time window, re-asking until 0-1439
       3404-GetDupWindow.
           DISPLAY "Logged within how many minutes (0-1439): "
              WITH NO ADVANCING.
           ACCEPT WS-DupWindow.
           IF WS-DupWindow IS NOT NUMERIC OR WS-DupWindow > 1439
              DISPLAY "Invalid window. Enter 0 through 1439."
              PERFORM 3404-GetDupWindow
           END-IF.

      * Walk calories.log over the range a day at a time
       3410-SweepDupLog.
           SET LOG-EndOfFile TO FALSE.
           MOVE ZERO TO WS-DupCurDate WS-DupDayCount.
           MOVE WS-DupStartDate TO FD-Date.
           MOVE ZERO TO FD-Hour FD-Minute FD-TimeStamp.
           START CaloriesLogfile KEY IS NOT LESS THAN FD-EntryKey
              INVALID KEY SET LOG-EndOfFile TO TRUE
           END-START.
           IF NOT LOG-EndOfFile
              READ CaloriesLogfile NEXT RECORD
                 AT END SET LOG-EndOfFile TO TRUE
              END-READ
           END-IF.
           PERFORM 3411-CollectDupLog UNTIL LOG-EndOfFile
              OR FD-Date > WS-DupEndDate.
           PERFORM 3420-ScanDupDay.

      * Add one log entry to its day, grouping the day before it
      * once the date changes
       3411-CollectDupLog.
           IF FD-Date NOT = WS-DupCurDate
              PERFORM 3420-ScanDupDay
              MOVE FD-Date TO WS-DupCurDate
           END-IF.
           IF WS-DupDayCount < 300
              ADD 1 TO WS-DupDayCount
              MOVE FD-EntryKey TO WS-DD-Key (WS-DupDayCount)
              MOVE FD-UserID TO WS-DD-User (WS-DupDayCount)
              COMPUTE WS-DD-Minutes (WS-DupDayCount) =
                 FD-Hour * 60 + FD-Minute
              MOVE FD-EntryDescription TO WS-DD-Desc (WS-DupDayCount)
              MOVE FD-CaloricCount TO WS-DD-Cal (WS-DupDayCount)
              MOVE ZERO TO WS-DD-Group (WS-DupDayCount)
           ELSE
              ADD 1 TO WS-DupDayOverflow
           END-IF.
           READ CaloriesLogfile NEXT RECORD
              AT END SET LOG-EndOfFile TO TRUE
           END-READ.

      * Walk exercise.idx over the range a day at a time
       3415-SweepDupExercise.
           SET EX-EndOfFile TO FALSE.
           MOVE ZERO TO WS-DupCurDate WS-DupDayCount.
           MOVE WS-DupStartDate TO EXI-Date.
           MOVE ZERO TO EXI-Hour EXI-Minute EXI-TimeStamp.
           START ExerciseIdxfile KEY IS NOT LESS THAN EXI-EntryKey
              INVALID KEY SET EX-EndOfFile TO TRUE
           END-START.
           IF NOT EX-EndOfFile
              READ ExerciseIdxfile NEXT RECORD
                 AT END SET EX-EndOfFile TO TRUE
              END-READ
           END-IF.
           PERFORM 3416-CollectDupExercise UNTIL EX-EndOfFile
              OR EXI-Date > WS-DupEndDate.
           PERFORM 3420-ScanDupDay.

      * Add one exercise entry to its day, grouping the day before
      * it once the date changes
       3416-CollectDupExercise.
           IF EXI-Date NOT = WS-DupCurDate
              PERFORM 3420-ScanDupDay
              MOVE EXI-Date TO WS-DupCurDate
           END-IF.
           IF WS-DupDayCount < 300
              ADD 1 TO WS-DupDayCount
              MOVE EXI-EntryKey TO WS-DD-Key (WS-DupDayCount)
              MOVE EXI-UserID TO WS-DD-User (WS-DupDayCount)
              COMPUTE WS-DD-Minutes (WS-DupDayCount) =
                 EXI-Hour * 60 + EXI-Minute
              MOVE EXI-ActivityDescription
                 TO WS-DD-Desc (WS-DupDayCount)
              MOVE EXI-CaloriesBurned TO WS-DD-Cal (WS-DupDayCount)
              MOVE ZERO TO WS-DD-Group (WS-DupDayCount)
           ELSE
              ADD 1 TO WS-DupDayOverflow
           END-IF.
           READ ExerciseIdxfile NEXT RECORD
              AT END SET EX-EndOfFile TO TRUE
           END-READ.

      * Group the day held in the day table and copy its groups to
      * the row table, then empty the day table
       3420-ScanDupDay.
           COMPUTE WS-DupDayFirstGroup = WS-DupGroupCount + 1.
           PERFORM 3421-AnchorDupEntry
              VARYING WS-DupI FROM 1 BY 1
              UNTIL WS-DupI > WS-DupDayCount.
           PERFORM 3424-CopyDupGroup
              VARYING WS-DupG FROM WS-DupDayFirstGroup BY 1
              UNTIL WS-DupG > WS-DupGroupCount.
           MOVE ZERO TO WS-DupDayCount.

      * Take an entry not yet in a group as the first of a possible
      * group and look for its duplicates later in the day
       3421-AnchorDupEntry.
           IF WS-DD-Group (WS-DupI) = ZERO
              COMPUTE WS-DupNext = WS-DupI + 1
              PERFORM 3422-MatchDupEntry
                 VARYING WS-DupJ FROM WS-DupNext BY 1
                 UNTIL WS-DupJ > WS-DupDayCount
           END-IF.

      * Put a later entry in the first entry's group if it matches.
      * The table is in time order, so the gap is never negative.
       3422-MatchDupEntry.
           IF WS-DD-Group (WS-DupJ) = ZERO
              AND WS-DD-User (WS-DupJ) = WS-DD-User (WS-DupI)
              AND WS-DD-Desc (WS-DupJ) = WS-DD-Desc (WS-DupI)
              COMPUTE WS-DupCalDiff =
                 WS-DD-Cal (WS-DupJ) - WS-DD-Cal (WS-DupI)
              IF WS-DupCalDiff < ZERO
                 COMPUTE WS-DupCalDiff = ZERO - WS-DupCalDiff
              END-IF
              COMPUTE WS-DupGap =
                 WS-DD-Minutes (WS-DupJ) - WS-DD-Minutes (WS-DupI)
              IF WS-DupCalDiff NOT GREATER THAN WS-DupTolerance
                 AND WS-DupGap NOT GREATER THAN WS-DupWindow
                 IF WS-DD-Group (WS-DupI) = ZERO
                    ADD 1 TO WS-DupGroupCount
                    MOVE WS-DupGroupCount TO WS-DD-Group (WS-DupI)
                 END-IF
                 MOVE WS-DD-Group (WS-DupI) TO WS-DD-Group (WS-DupJ)
              END-IF
           END-IF.

      * Copy the members of one of the day's groups to the rows
       3424-CopyDupGroup.
           MOVE ZERO TO WS-DupMembers.
           PERFORM 3425-CopyDupMember
              VARYING WS-DupI FROM 1 BY 1
              UNTIL WS-DupI > WS-DupDayCount.

      * Copy one day entry if it belongs to the group; every member
      * after the first counts as an extra entry
       3425-CopyDupMember.
           IF WS-DD-Group (WS-DupI) = WS-DupG
              ADD 1 TO WS-DupMembers
              IF WS-DupMembers > 1
                 ADD 1 TO WS-DupExtraCount
                 ADD WS-DD-Cal (WS-DupI) TO WS-DupExtraCal
              END-IF
              IF WS-DupRowCount < 500
                 ADD 1 TO WS-DupRowCount
                 MOVE WS-DupFileCode TO WS-DR-File (WS-DupRowCount)
                 MOVE WS-DupG TO WS-DR-Group (WS-DupRowCount)
                 MOVE WS-DD-Key (WS-DupI) TO WS-DR-Key (WS-DupRowCount)
                 MOVE WS-DD-User (WS-DupI)
                    TO WS-DR-User (WS-DupRowCount)
                 MOVE WS-DD-Desc (WS-DupI)
                    TO WS-DR-Desc (WS-DupRowCount)
                 MOVE WS-DD-Cal (WS-DupI) TO WS-DR-Cal (WS-DupRowCount)
                 MOVE SPACE TO WS-DR-Status (WS-DupRowCount)
              ELSE
                 ADD 1 TO WS-DupRowOverflow
              END-IF
           END-IF.

      * Write duplicates.rpt
       3430-WriteDupReport.
           MOVE "duplicates.rpt" TO WS-ReportFileName.
           OPEN OUTPUT CaloricReport.
           MOVE "SUSPECTED DUPLICATE ENTRIES" TO RPT-PrintLine.
           WRITE RPT-PrintLine.
           MOVE WS-DupStartDate TO RPT-GR-Start.
           MOVE WS-DupEndDate TO RPT-GR-End.
           WRITE RPT-PrintLine FROM RPT-GoalRange AFTER
              ADVANCING 1 LINE.
           MOVE WS-DupTolerance TO RPT-DC-Tolerance.
           MOVE WS-DupWindow TO RPT-DC-Window.
           WRITE RPT-PrintLine FROM RPT-DupCriteria AFTER
              ADVANCING 1 LINE.
           WRITE RPT-PrintLine FROM RPT-DupColumns AFTER
              ADVANCING 2 LINES.
           MOVE ZERO TO WS-DupPrevGroup.
           PERFORM 3431-PrintDupRow
              VARYING WS-DupI FROM 1 BY 1
              UNTIL WS-DupI > WS-DupRowCount.
           MOVE WS-DupGroupCount TO RPT-DT-Groups.
           MOVE WS-DupExtraCount TO RPT-DT-Extra.
           MOVE WS-DupExtraCal TO RPT-DT-ExtraCal.
           WRITE RPT-PrintLine FROM RPT-DupTotalLine AFTER
              ADVANCING 2 LINES.
           IF WS-DupDayOverflow > ZERO
              MOVE SPACES TO RPT-PrintLine
              STRING "ENTRIES NOT SWEPT (OVER 300 IN A DAY): "
                 WS-DupDayOverflow DELIMITED BY SIZE
                 INTO RPT-PrintLine
              WRITE RPT-PrintLine AFTER ADVANCING 1 LINE
           END-IF.
           IF WS-DupRowOverflow > ZERO
              MOVE SPACES TO RPT-PrintLine
              STRING "ENTRIES NOT LISTED (OVER 500): "
                 WS-DupRowOverflow DELIMITED BY SIZE
                 INTO RPT-PrintLine
              WRITE RPT-PrintLine AFTER ADVANCING 1 LINE
           END-IF.
           CLOSE CaloricReport.

      * Print one suspected duplicate, a blank line between groups
       3431-PrintDupRow.
           MOVE WS-DR-Group (WS-DupI) TO RPT-DL-Group.
           MOVE WS-DR-File (WS-DupI) TO RPT-DL-File.
           MOVE WS-DR-Date (WS-DupI) TO RPT-DL-Date.
           MOVE WS-DR-Hour (WS-DupI) TO RPT-DL-Hour.
           MOVE WS-DR-Minute (WS-DupI) TO RPT-DL-Minute.
           MOVE WS-DR-User (WS-DupI) TO RPT-DL-User.
           MOVE WS-DR-Desc (WS-DupI) TO RPT-DL-Desc.
           MOVE WS-DR-Cal (WS-DupI) TO RPT-DL-Cal.
           MOVE WS-DR-Stamp (WS-DupI) TO RPT-DL-Stamp.
           IF WS-DR-Group (WS-DupI) NOT = WS-DupPrevGroup
              WRITE RPT-PrintLine FROM RPT-DupLine AFTER
                 ADVANCING 2 LINES
              MOVE WS-DR-Group (WS-DupI) TO WS-DupPrevGroup
           ELSE
              WRITE RPT-PrintLine FROM RPT-DupLine AFTER
                 ADVANCING 1 LINE
           END-IF.

      * Resolve the groups one at a time. The acting user signs in
      * as for entry maintenance and the same ownership rules
      * apply; a group on a closed day needs the household admin,
      * and the day is then reopened so the next day close
      * re-posts it to daily.totals.
       3440-ResolveDuplicates.
           DISPLAY "Enter your user ID (Up to 25 characters long)".
           ACCEPT WS-AuditActingUser.
           MOVE WS-AuditActingUser TO LOG-UserID.
           PERFORM 0105-CheckUserProfile.
           IF NOT WS-ProfileFound
              DISPLAY "No profile exists for user ID "
                 WS-AuditActingUser
           ELSE
              PERFORM 0107-VerifySignIn
              IF WS-SignInOk
                 SET WS-DupLogOpen TO FALSE
                 SET WS-DupExOpen TO FALSE
                 PERFORM 2500-OpenLogShared
                 IF WS-CaloriesFileStatus = "00"
                    SET WS-DupLogOpen TO TRUE
                 END-IF
                 PERFORM 2510-OpenExerciseShared
                 IF WS-ExIdxFileStatus = "00"
                    SET WS-DupExOpen TO TRUE
                 END-IF
                 PERFORM 3445-ResolveDupGroup
                    VARYING WS-DupG FROM 1 BY 1
                    UNTIL WS-DupG > WS-DupGroupCount
                 IF WS-DupLogOpen
                    CLOSE CaloriesLogfile
                 END-IF
                 IF WS-DupExOpen
                    CLOSE ExerciseIdxfile
                 END-IF
                 DISPLAY "Duplicate entries deleted: "
                    WS-DupDeleteTotal
              END-IF
           END-IF.

      * Show one group and delete all but the entry chosen to keep
       3445-ResolveDupGroup.
           MOVE ZERO TO WS-DupMembers WS-DupFirstRow.
           PERFORM 3446-ShowDupMember
              VARYING WS-DupI FROM 1 BY 1
              UNTIL WS-DupI > WS-DupRowCount.
           IF WS-DupMembers > 1
              MOVE SPACE TO WS-AuditOverride
              MOVE WS-DR-Date (WS-DupFirstRow) TO WS-CloseCheckDate
              MOVE WS-DR-User (WS-DupFirstRow) TO WS-CloseCheckUser
              PERFORM 2030-CheckClosedDay
              EVALUATE TRUE
                 WHEN WS-DR-User (WS-DupFirstRow)
                    NOT = WS-AuditActingUser AND NOT WS-UserIsAdmin
                    DISPLAY "That group belongs to "
                       WS-DR-User (WS-DupFirstRow)
                    DISPLAY "Only that user or the household admin "
                       "may change it."
                 WHEN WS-DayLocked AND NOT WS-UserIsAdmin
                    PERFORM 2031-ShowDayLocked
                 WHEN (WS-DR-File (WS-DupFirstRow) = 'C'
                    AND NOT WS-DupLogOpen)
                    OR (WS-DR-File (WS-DupFirstRow) = 'E'
                    AND NOT WS-DupExOpen)
                    DISPLAY "The file for this group could not be "
                       "opened, no change made."
                 WHEN OTHER
                    PERFORM 3447-GetDupKeep
                    IF WS-DupKeep > ZERO
                       PERFORM 3448-DeleteDupGroup
                    END-IF
              END-EVALUATE
           END-IF.

      * List one member of the group being resolved
       3446-ShowDupMember.
           IF WS-DR-Group (WS-DupI) = WS-DupG
              ADD 1 TO WS-DupMembers
              IF WS-DupMembers = 1
                 MOVE WS-DupI TO WS-DupFirstRow
                 DISPLAY " "
                 DISPLAY "Group " WS-DupG " - " WS-DR-User (WS-DupI)
                    " on " WS-DR-Date (WS-DupI)
              END-IF
              DISPLAY "  [" WS-DupMembers "] " WS-DR-Hour (WS-DupI)
                 ":" WS-DR-Minute (WS-DupI) " "
                 WS-DR-Desc (WS-DupI) " " WS-DR-Cal (WS-DupI)
           END-IF.

      * Ask which member to keep, re-asking until it is one of them
      * or zero to leave the group alone
       3447-GetDupKeep.
           DISPLAY "Keep which entry (0 leaves the group as it is): "
              WITH NO ADVANCING.
           ACCEPT WS-DupKeep.
           IF WS-DupKeep IS NOT NUMERIC
              OR WS-DupKeep > WS-DupMembers
              DISPLAY "Invalid choice. Enter 0 through "
                 WS-DupMembers
              PERFORM 3447-GetDupKeep
           END-IF.

      * Delete every member but the one kept, then flag a closed
      * day for re-posting if anything on it was deleted
       3448-DeleteDupGroup.
           IF WS-DR-User (WS-DupFirstRow) NOT = WS-AuditActingUser
              MOVE 'Y' TO WS-AuditOverride
              DISPLAY "Admin override - the change will be "
                 "noted in the audit trail."
           END-IF.
           MOVE ZERO TO WS-DupMemberNo WS-DupDeleted.
           PERFORM 3449-DeleteDupMember
              VARYING WS-DupI FROM 1 BY 1
              UNTIL WS-DupI > WS-DupRowCount.
           ADD WS-DupDeleted TO WS-DupDeleteTotal.
           IF WS-DupDeleted > ZERO AND WS-DayLocked
              PERFORM 3455-FlagDupDayForRepost
           END-IF.

      * Delete one member unless it is the one being kept
       3449-DeleteDupMember.
           IF WS-DR-Group (WS-DupI) = WS-DupG
              ADD 1 TO WS-DupMemberNo
              IF WS-DupMemberNo = WS-DupKeep
                 MOVE 'K' TO WS-DR-Status (WS-DupI)
              ELSE
                 IF WS-DR-File (WS-DupI) = 'C'
                    PERFORM 3450-DeleteDupLogEntry
                 ELSE
                    PERFORM 3451-DeleteDupExercise
                 END-IF
              END-IF
           END-IF.

      * Delete one duplicate from calories.log with its audit
      * before-image
       3450-DeleteDupLogEntry.
           SET WS-MaintFailed TO FALSE.
           MOVE WS-DR-Key (WS-DupI) TO FD-EntryKey.
           READ CaloriesLogfile
              INVALID KEY
                 DISPLAY "Entry at " WS-DR-Hour (WS-DupI) ":"
                    WS-DR-Minute (WS-DupI) " is no longer on file."
                 SET WS-MaintFailed TO TRUE
           END-READ.
           IF NOT WS-MaintFailed
              AND WS-CaloriesFileStatus NOT = "00"
              DISPLAY "Record is held by another session, "
                 "no change made. Try again later."
              SET WS-MaintFailed TO TRUE
           END-IF.
           IF NOT WS-MaintFailed
              MOVE FD-CalorieEntry TO WS-AuditBeforeImage
              DELETE CaloriesLogfile
                 INVALID KEY
                    DISPLAY "Could not delete entry."
                    SET WS-MaintFailed TO TRUE
              END-DELETE
              IF NOT WS-MaintFailed
                 AND WS-CaloriesFileStatus NOT = "00"
                 DISPLAY "Record is held by another session, "
                    "no change made. Try again later."
                 SET WS-MaintFailed TO TRUE
              END-IF
           END-IF.
           IF NOT WS-MaintFailed
              MOVE 'D' TO WS-AuditAction
              MOVE SPACES TO WS-AuditAfterImage
              MOVE 'C' TO WS-AuditFileCode
              PERFORM 1110-WriteAuditRecord
              MOVE 'D' TO WS-DR-Status (WS-DupI)
              ADD 1 TO WS-DupDeleted
           END-IF.

      * Delete one duplicate from exercise.idx with its audit
      * before-image
       3451-DeleteDupExercise.
           SET WS-MaintFailed TO FALSE.
           MOVE WS-DR-Key (WS-DupI) TO EXI-EntryKey.
           READ ExerciseIdxfile
              INVALID KEY
                 DISPLAY "Entry at " WS-DR-Hour (WS-DupI) ":"
                    WS-DR-Minute (WS-DupI) " is no longer on file."
                 SET WS-MaintFailed TO TRUE
           END-READ.
           IF NOT WS-MaintFailed
              AND WS-ExIdxFileStatus NOT = "00"
              DISPLAY "Record is held by another session, "
                 "no change made. Try again later."
              SET WS-MaintFailed TO TRUE
           END-IF.
           IF NOT WS-MaintFailed
              MOVE EXI-ExerciseEntry TO WS-AuditBeforeImage
              DELETE ExerciseIdxfile
                 INVALID KEY
                    DISPLAY "Could not delete entry."
                    SET WS-MaintFailed TO TRUE
              END-DELETE
              IF NOT WS-MaintFailed
                 AND WS-ExIdxFileStatus NOT = "00"
                 DISPLAY "Record is held by another session, "
                    "no change made. Try again later."
                 SET WS-MaintFailed TO TRUE
              END-IF
           END-IF.
           IF NOT WS-MaintFailed
              MOVE 'D' TO WS-AuditAction
              MOVE SPACES TO WS-AuditAfterImage
              MOVE 'E' TO WS-AuditFileCode
              PERFORM 1110-WriteAuditRecord
              MOVE 'D' TO WS-DR-Status (WS-DupI)
              ADD 1 TO WS-DupDeleted
           END-IF.

      * Reopen the group's closed day, audited as any reopen is, so
      * the next day close re-posts it without the deleted entries
       3455-FlagDupDayForRepost.
           MOVE WS-CloseCheckDate TO WS-ReopenDate.
           MOVE WS-CloseCheckUser TO WS-ReopenUserID.
           OPEN INPUT DailyTotalsFile.
           IF WS-TotalsFileStatus NOT = "00"
              DISPLAY "Could not open daily.totals, status "
                 WS-TotalsFileStatus
              DISPLAY "Reopen " WS-ReopenDate " for "
                 WS-ReopenUserID " with option [O]."
           ELSE
              PERFORM 2036-OpenReopenFile
              IF WS-ReopenFileStatus NOT = "00"
                 DISPLAY "Could not open dayclose.reopen, status "
                    WS-ReopenFileStatus
                 DISPLAY "Reopen " WS-ReopenDate " for "
                    WS-ReopenUserID " with option [O]."
              ELSE
                 PERFORM 2035-WriteReopenDay
                 DISPLAY WS-ReopenDate " is flagged for re-posting "
                    "at the next day close."
                 CLOSE ReopenFile
              END-IF
              CLOSE DailyTotalsFile
           END-IF.
